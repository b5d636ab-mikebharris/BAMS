identification division.
program-id. BallotDraw.

environment division.
    configuration section.
        repository.
            function all intrinsic.

input-output section.
file-control.
    select optional AttendeesFile assign to AttendeesFileName
        organization is indexed
        access mode is dynamic
        record key is AuthCode of AttendeeRecord
        file status is AttendeeStatus.

    select optional BallotFile assign to BallotFileName
        organization is line sequential.

    select optional WaitingListFile assign to WaitingListFileName
        organization is line sequential.

    select optional EventsRegistryFile assign to EventsRegistryFileName
        organization is line sequential.

    select optional EventsRegistryHoldFile assign to EventsRegistryHoldFileName
        organization is line sequential.

    select optional BallotHistoryFile assign to BallotHistoryFileName
        organization is line sequential.

    select DrawReportFile assign to DrawReportFileName
        organization is line sequential.

    select LetterFile assign to LetterFileName
        organization is line sequential.

    select optional OutboxFile assign to OutboxFileName
        organization is line sequential.

data division.
file section.
    fd AttendeesFile.
        copy DD-Attendee replacing Attendee by
            ==AttendeeRecord.
            88 EndOfAttendeesFile value high-values==.

    fd BallotFile.
        copy DD-Attendee replacing Attendee by
            ==BallotRecord.
            88 EndOfBallotFile value high-values==.

    fd WaitingListFile.
        copy DD-Attendee replacing Attendee by
            ==WaitingListRecord.
            88 EndOfWaitingListFile value high-values==.

    fd EventsRegistryFile.
        copy DD-Event replacing Event by
            ==EventRegistryRecord.
            88 EndOfEventsRegistryFile value high-values==.

    fd EventsRegistryHoldFile.
        copy DD-Event replacing Event by
            ==EventRegistryHoldRecord==.

    fd BallotHistoryFile.
        copy DD-BallotResult replacing BallotResult by
            ==BallotHistoryRecord.
            88 EndOfBallotHistory value high-values==.

    fd DrawReportFile.
        01 DrawReportLine pic x(100).

    fd LetterFile.
        01 LetterLine pic x(100).

    fd OutboxFile.
        copy DD-Outbox replacing OutboxEntry by ==OutboxRecord==.

working-storage section.
    01 AttendeeStatus pic x(2).

    01 AttendeesFileName pic x(20) value spaces.
    01 BallotFileName pic x(30) value spaces.
    01 WaitingListFileName pic x(20) value "waiting-list.dat".
    01 EventsRegistryFileName pic x(20) value "events.dat".
    01 EventsRegistryHoldFileName pic x(20) value "events.tmp".
    01 BallotHistoryFileName pic x(20) value "ballot-history.dat".
    01 DrawReportFileName pic x(40) value spaces.
    01 WonTemplateFileName pic x(30) value "ballot-won-template.txt".
    01 UnluckyTemplateFileName pic x(30) value "ballot-unlucky-template.txt".
    01 LetterFileName pic x(40) value spaces.
    01 OutboxFileName pic x(20) value "outbox.dat".
    copy DD-LayoutCheck.
    01 CommandLineArgumentCount pic 9 value zero.
    01 HistoryModuleInit pic x(30) value spaces.
    01 EditHistoryLine pic x(120) value spaces.
    01 HistoryDate pic x(8) value spaces.
    01 HistoryTime pic x(8) value spaces.

    copy DD-Event replacing Event by ==BallotEvent==.
    01 BallotEventFoundFlag pic 9 value 0.
        88 BallotEventFound value 1 when set to false is 0.
    01 BallotEventYear pic 9(4) value zeroes.
    01 UnluckyYear pic 9(4) value zeroes.
    01 DrawToday pic 9(8) value zeroes.
    01 DrawResponse pic x value space.
        88 DrawConfirmed values "Y", "y".

*> the whole entry is held so the waiting list can be written in drawn
*> order once the draw has put a position against every entry
    01 BallotTable.
        02 BallotEntry occurs 1 to 2000 times depending on BallotCount.
            03 EntryPosition pic 9(4).
            03 EntryTickets pic 99.
            copy DD-Attendee replacing ==01 Attendee.== by ==03 EntryRecord.==.
    01 BallotCount pic 9(4) value zero.
    01 EntryScan pic 9(4) value zero.
    01 EntriesAlreadyBooked pic 9(4) value zero.
    01 EntriesNotHeld pic 9(4) value zero.

    01 UnluckyTable.
        02 UnluckyPerson occurs 2000 times.
            03 UnluckyPersonId pic 9(6).
            03 UnluckyEmail pic x(40).
            03 UnluckyName pic x(25).
            03 UnluckyTelephone pic x(14).
    01 UnluckyCount pic 9(4) value zero.
    01 UnluckyScan pic 9(4) value zero.
    01 UnluckyMatchFlag pic 9 value 0.
        88 EntryWasUnlucky value 1 when set to false is 0.
    01 EntryEmailUpper pic x(40) value spaces.
    01 EntryNameUpper pic x(25) value spaces.

    01 VolunteerWeight pic 9 value 2.
    01 FamilyWeight pic 9 value 2.
    01 UnluckyWeight pic 9 value 3.
    01 VolunteerEntries pic 9(4) value zero.
    01 FamilyEntries pic 9(4) value zero.
    01 UnluckyEntries pic 9(4) value zero.

    01 ActiveBookings pic 9(4) value zero.
    01 PlacesToAllocate pic 9(4) value zero.
    01 WaitingListAhead pic 9(4) value zero.
    01 TicketsTotal pic 9(6) value zero.
    01 TicketsLeft pic 9(6) value zero.
    01 TicketsPassed pic 9(6) value zero.
    01 TicketDrawn pic 9(6) value zero.
    01 DrawPosition pic 9(4) value zero.
    01 DrawSeedTime.
        02 filler pic 9(4).
        02 DrawSeed pic 9(4).
    01 RandomWork pic v9(8) value zero.

    01 PlacesAllocated pic 9(4) value zero.
    01 PlacesNotWritten pic 9(4) value zero.
    01 SentToWaitingList pic 9(4) value zero.
    01 LettersProduced pic 9(4) value zero.
    01 LettersSkippedNoConsent pic 9(4) value zero.
    01 WaitingPosition pic 9(4) value zero.
    01 PositionDisplay pic zzz9.

    copy DD-LetterTemplate.
    01 WonTemplateLines pic 99 value zero.
    01 UnluckyTemplateLines pic 99 value zero.
    01 TemplateLineNumber pic 99 value zero.
    01 ChannelFolder pic x(5) value spaces.
    01 WorkLine pic x(100) value spaces.
    01 OutboxToday pic x(8) value spaces.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is less than 1
        display "Usage: BallotDraw <event data file>"
        display "Draws the ballot for an event in ballot mode once its window has closed"
        stop run
    end-if
    accept AttendeesFileName from argument-value
    move spaces to BallotFileName
    string "ballot-" trim(AttendeesFileName)
        delimited by size into BallotFileName

    perform FindBallotEvent
    if not BallotEventFound
        display trim(AttendeesFileName) " is not in " trim(EventsRegistryFileName)
            " - nothing drawn"
        stop run
    end-if
    if not EventRegistryIsBallot of BallotEvent
        display trim(EventRegistryName of BallotEvent)
            " is not in ballot mode - nothing drawn"
        stop run
    end-if
    if RegistryBallotIsDrawn of BallotEvent
        display "The ballot for " trim(EventRegistryName of BallotEvent)
            " has already been drawn - see ballot-draw-" trim(AttendeesFileName) ".txt"
        stop run
    end-if
    accept DrawToday from date yyyymmdd
    if RegistryBallotCloses of BallotEvent is not numeric
            or DrawToday is not greater than RegistryBallotCloses of BallotEvent
        display "The ballot window for " trim(EventRegistryName of BallotEvent)
            " closes on " RegistryBallotCloses of BallotEvent
            " - draw it once the window has closed"
        stop run
    end-if

*> winners land in the event's file and the rest on the waiting list, so
*> all three must be in the layout this program writes
    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    set LayoutFileIsLineSequential to true
    move BallotFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move WaitingListFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    set LayoutFileIsIndexed to true

    perform LoadTemplates
    if WonTemplateLines equal to zero or UnluckyTemplateLines equal to zero
        display "Both " trim(WonTemplateFileName) " and " trim(UnluckyTemplateFileName)
            " are needed so everyone gets a result letter - nothing drawn"
        stop run
    end-if

    perform SetBallotWeights
    perform LoadUnluckyLastYear
    perform CountActiveBookings
    perform LoadBallotEntries
    if BallotCount equal to zero
        display "No ballot entries in " trim(BallotFileName) " - nothing drawn"
        stop run
    end-if

    if EventRegistryCapacity of BallotEvent equal to zero
        move BallotCount to PlacesToAllocate
    else
        if ActiveBookings is less than EventRegistryCapacity of BallotEvent
            compute PlacesToAllocate =
                EventRegistryCapacity of BallotEvent - ActiveBookings
        else
            move zero to PlacesToAllocate
        end-if
    end-if
    perform CountWaitingList

    display "Ballot for " trim(EventRegistryName of BallotEvent)
    display "  Entries in the draw:        " BallotCount
    if EntriesAlreadyBooked is greater than zero
        display "  Left out - already booked:  " EntriesAlreadyBooked
    end-if
    if EntriesNotHeld is greater than zero
        display "  Left out - over 2000:       " EntriesNotHeld
    end-if
    display "  Places to allocate:         " PlacesToAllocate
        " (capacity " EventRegistryCapacity of BallotEvent
        ", " ActiveBookings " already booked)"
    display "  Volunteers (+" VolunteerWeight " tickets):     " VolunteerEntries
    display "  Families (+" FamilyWeight " tickets):       " FamilyEntries
    display "  Unlucky in " UnluckyYear " (+" UnluckyWeight " tickets): " UnluckyEntries
    display "  Tickets in the draw:        " TicketsTotal
    display "Draw now? Winners are booked, the rest go on the waiting list"
        " and every entrant gets a result letter (Y/N)"
    accept DrawResponse
    if not DrawConfirmed
        display "Ballot not drawn - nothing changed"
        stop run
    end-if

    perform DrawEntries
    sort BallotEntry on ascending key EntryPosition
    perform AllocateInDrawnOrder
    perform MarkBallotDrawn

    display spaces
    display "Places allocated:          " PlacesAllocated
    display "Sent to the waiting list:  " SentToWaitingList
    if PlacesNotWritten is greater than zero
        display "Won but NOT written:       " PlacesNotWritten
            " - see " trim(DrawReportFileName)
    end-if
    display "Result letters produced:   " LettersProduced
        " (split by preferred channel under letters/)"
    if LettersSkippedNoConsent is greater than zero
        display "Letters skipped - contact refused: " LettersSkippedNoConsent
    end-if
    call "ReportMissingTranslations"
    display "Draw order written to " trim(DrawReportFileName)
    stop run.

FindBallotEvent section.
    set BallotEventFound to false
    open input EventsRegistryFile
        read EventsRegistryFile
            at end set EndOfEventsRegistryFile to true
        end-read
        perform until EndOfEventsRegistryFile
            if trim(EventRegistryDataFile of EventRegistryRecord)
                    equal to trim(AttendeesFileName)
                move EventRegistryRecord to BallotEvent
                set BallotEventFound to true
            end-if
            read EventsRegistryFile
                at end set EndOfEventsRegistryFile to true
            end-read
        end-perform
    close EventsRegistryFile
    if BallotEventFound
        move EventRegistryStartDate of BallotEvent(1:4) to BallotEventYear
        compute UnluckyYear = BallotEventYear - 1
    end-if
.

SetBallotWeights section.
*> an event written before ballots existed has no weights on file -
*> those keep the starting weights
    if RegistryBallotVolunteerWeight of BallotEvent is numeric
        move RegistryBallotVolunteerWeight of BallotEvent to VolunteerWeight
    end-if
    if RegistryBallotFamilyWeight of BallotEvent is numeric
        move RegistryBallotFamilyWeight of BallotEvent to FamilyWeight
    end-if
    if RegistryBallotUnluckyWeight of BallotEvent is numeric
        move RegistryBallotUnluckyWeight of BallotEvent to UnluckyWeight
    end-if
.

LoadUnluckyLastYear section.
*> anyone drawn out in last year's ballot for any event gets the extra
*> tickets, whether or not a place came up off the waiting list later
    move zero to UnluckyCount
    open input BallotHistoryFile
        read BallotHistoryFile
            at end set EndOfBallotHistory to true
        end-read
        perform until EndOfBallotHistory or UnluckyCount equal to 2000
            if BallotResultYear of BallotHistoryRecord equal to UnluckyYear
                    and BallotResultUnlucky of BallotHistoryRecord
                add 1 to UnluckyCount
                move BallotResultPersonId of BallotHistoryRecord
                    to UnluckyPersonId(UnluckyCount)
                move upper-case(BallotResultEmail of BallotHistoryRecord)
                    to UnluckyEmail(UnluckyCount)
                move upper-case(BallotResultName of BallotHistoryRecord)
                    to UnluckyName(UnluckyCount)
                move BallotResultTelephone of BallotHistoryRecord
                    to UnluckyTelephone(UnluckyCount)
            end-if
            read BallotHistoryFile
                at end set EndOfBallotHistory to true
            end-read
        end-perform
    close BallotHistoryFile
.

CountActiveBookings section.
    move zero to ActiveBookings
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile
            if not AttendeeCancelled of AttendeeRecord
                add 1 to ActiveBookings
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile
.

CountWaitingList section.
    move zero to WaitingListAhead
    open input WaitingListFile
        read WaitingListFile
            at end set EndOfWaitingListFile to true
        end-read
        perform until EndOfWaitingListFile
            add 1 to WaitingListAhead
            read WaitingListFile
                at end set EndOfWaitingListFile to true
            end-read
        end-perform
    close WaitingListFile
.

LoadBallotEntries section.
    move zero to BallotCount
    move zero to TicketsTotal
    open input AttendeesFile
    open input BallotFile
        read BallotFile
            at end set EndOfBallotFile to true
        end-read
        perform until EndOfBallotFile
*> an entry already holding a booking was let in some other way
            move AuthCode of BallotRecord to AuthCode of AttendeeRecord
            read AttendeesFile
                key is AuthCode of AttendeeRecord
                invalid key
                    if BallotCount is less than 2000
                        perform AddEntryToDraw
                    else
                        add 1 to EntriesNotHeld
                    end-if
                not invalid key
                    add 1 to EntriesAlreadyBooked
            end-read
            read BallotFile
                at end set EndOfBallotFile to true
            end-read
        end-perform
    close BallotFile
    close AttendeesFile
.

AddEntryToDraw section.
    add 1 to BallotCount
    move zero to EntryPosition(BallotCount)
    move BallotRecord to EntryRecord(BallotCount)
    move 1 to EntryTickets(BallotCount)

    if AttendeeRoleIsVolunteer of BallotRecord
            or AttendeeRoleIsLeader of BallotRecord
            or TicketTypeIsVolunteer of BallotRecord
        add VolunteerWeight to EntryTickets(BallotCount)
        add 1 to VolunteerEntries
    end-if
    if NumberOfKids of BallotRecord is greater than zero
        add FamilyWeight to EntryTickets(BallotCount)
        add 1 to FamilyEntries
    end-if

    set EntryWasUnlucky to false
    move upper-case(Email of BallotRecord) to EntryEmailUpper
    move upper-case(AttendeeName of BallotRecord) to EntryNameUpper
    perform varying UnluckyScan from 1 by 1
        until UnluckyScan is greater than UnluckyCount or EntryWasUnlucky
        evaluate true
            when PersonId of BallotRecord is greater than zero
                    and PersonId of BallotRecord equal to UnluckyPersonId(UnluckyScan)
                set EntryWasUnlucky to true
            when EntryEmailUpper not equal to spaces
                    and EntryEmailUpper equal to UnluckyEmail(UnluckyScan)
                set EntryWasUnlucky to true
            when EntryNameUpper equal to UnluckyName(UnluckyScan)
                    and Telephone of BallotRecord not equal to spaces
                    and Telephone of BallotRecord equal to UnluckyTelephone(UnluckyScan)
                set EntryWasUnlucky to true
        end-evaluate
    end-perform
    if EntryWasUnlucky
        add UnluckyWeight to EntryTickets(BallotCount)
        add 1 to UnluckyEntries
    end-if
    add EntryTickets(BallotCount) to TicketsTotal
.

DrawEntries section.
*> one ticket each, plus the weightings - every draw picks one ticket
*> from those left and the entry holding it takes the next position
    accept DrawSeedTime from time
    compute RandomWork = random(DrawSeed)
    move TicketsTotal to TicketsLeft
    perform varying DrawPosition from 1 by 1
        until DrawPosition is greater than BallotCount
        compute RandomWork = random
        compute TicketDrawn = RandomWork * TicketsLeft + 1
        if TicketDrawn is greater than TicketsLeft
            move TicketsLeft to TicketDrawn
        end-if
        move zero to TicketsPassed
        perform varying EntryScan from 1 by 1
            until EntryScan is greater than BallotCount
            if EntryPosition(EntryScan) equal to zero
                add EntryTickets(EntryScan) to TicketsPassed
                if TicketsPassed is greater than or equal to TicketDrawn
                    move DrawPosition to EntryPosition(EntryScan)
                    subtract EntryTickets(EntryScan) from TicketsLeft
                    exit perform
                end-if
            end-if
        end-perform
    end-perform
.

AllocateInDrawnOrder section.
    move spaces to DrawReportFileName
    string "ballot-draw-" trim(AttendeesFileName) ".txt"
        delimited by size into DrawReportFileName
    call "EditHistory" using HistoryModuleInit
    call "SYSTEM" using "mkdir -p letters/email letters/post letters/sms"
    accept OutboxToday from date yyyymmdd
    accept HistoryDate from date yyyymmdd

    open output DrawReportFile
    move spaces to DrawReportLine
    string "Ballot draw for " trim(EventRegistryName of BallotEvent)
        " on " HistoryDate " - seed " DrawSeed
        delimited by size into DrawReportLine
    write DrawReportLine
    move spaces to DrawReportLine
    string BallotCount " entries, " TicketsTotal " tickets, "
        PlacesToAllocate " places"
        delimited by size into DrawReportLine
    write DrawReportLine
    move all "=" to DrawReportLine
    write DrawReportLine

    open i-o AttendeesFile
    open extend WaitingListFile
    open extend BallotHistoryFile
    open extend OutboxFile
    move WaitingListAhead to WaitingPosition
    perform varying EntryScan from 1 by 1
        until EntryScan is greater than BallotCount
        if EntryPosition(EntryScan) is not greater than PlacesToAllocate
            perform AllocatePlace
        else
            perform AddEntryToWaitingList
        end-if
    end-perform
    close OutboxFile
    close BallotHistoryFile
    close WaitingListFile
    close AttendeesFile
    close DrawReportFile
.

AllocatePlace section.
    move EntryRecord(EntryScan) to AttendeeRecord
    set AttendeeComing of AttendeeRecord to true
    if AmountPaid of AttendeeRecord equal to zero
*> held provisionally until the first payment, as any new place is
        set BookingIsProvisional of AttendeeRecord to true
    end-if
    write AttendeeRecord
        invalid key
            add 1 to PlacesNotWritten
            move spaces to DrawReportLine
            string EntryPosition(EntryScan) " " AuthCode of AttendeeRecord
                " " AttendeeName of AttendeeRecord
                " WON but could not be booked - status " AttendeeStatus
                delimited by size into DrawReportLine
            write DrawReportLine
            exit section
    end-write
    add 1 to PlacesAllocated

    move spaces to DrawReportLine
    string EntryPosition(EntryScan) " " AuthCode of AttendeeRecord
        " " AttendeeName of AttendeeRecord
        " tickets " EntryTickets(EntryScan) " - PLACE"
        delimited by size into DrawReportLine
    write DrawReportLine

    move spaces to BallotHistoryRecord
    set BallotResultWon of BallotHistoryRecord to true
    perform WriteBallotResult

    accept HistoryTime from time
    move spaces to EditHistoryLine
    string AuthCode of AttendeeRecord " " HistoryDate " " HistoryTime(1:6)
        " BALLOT drawn " EntryPosition(EntryScan)
        " - place in " trim(AttendeesFileName)
        delimited by size into EditHistoryLine
    call "AppendHistoryLine" using EditHistoryLine

    perform ProduceResultLetter
.

AddEntryToWaitingList section.
    move EntryRecord(EntryScan) to WaitingListRecord
    set AttendeeComing of WaitingListRecord to true
    write WaitingListRecord
    add 1 to SentToWaitingList
    add 1 to WaitingPosition

    move spaces to DrawReportLine
    string EntryPosition(EntryScan) " " AuthCode of WaitingListRecord
        " " AttendeeName of WaitingListRecord
        " tickets " EntryTickets(EntryScan)
        " - waiting list " WaitingPosition
        delimited by size into DrawReportLine
    write DrawReportLine

    move spaces to BallotHistoryRecord
    set BallotResultUnlucky of BallotHistoryRecord to true
    perform WriteBallotResult

    accept HistoryTime from time
    move spaces to EditHistoryLine
    string AuthCode of WaitingListRecord " " HistoryDate " " HistoryTime(1:6)
        " BALLOT drawn " EntryPosition(EntryScan)
        " - waiting list position " WaitingPosition
        delimited by size into EditHistoryLine
    call "AppendHistoryLine" using EditHistoryLine

    perform ProduceResultLetter
.

WriteBallotResult section.
    move BallotEventYear to BallotResultYear of BallotHistoryRecord
    move AttendeesFileName to BallotResultEventFile of BallotHistoryRecord
    move AuthCode of EntryRecord(EntryScan) to BallotResultAuthCode of BallotHistoryRecord
    move PersonId of EntryRecord(EntryScan) to BallotResultPersonId of BallotHistoryRecord
    move AttendeeName of EntryRecord(EntryScan) to BallotResultName of BallotHistoryRecord
    move Email of EntryRecord(EntryScan) to BallotResultEmail of BallotHistoryRecord
    move Telephone of EntryRecord(EntryScan) to BallotResultTelephone of BallotHistoryRecord
    move EntryPosition(EntryScan) to BallotResultPosition of BallotHistoryRecord
    move EntryTickets(EntryScan) to BallotResultTickets of BallotHistoryRecord
    move HistoryDate to BallotResultDrawDate of BallotHistoryRecord
    write BallotHistoryRecord
.

ProduceResultLetter section.
    if EssentialContactRefused of EntryRecord(EntryScan)
        add 1 to LettersSkippedNoConsent
        exit section
    end-if
    evaluate true
        when PrefersPost of EntryRecord(EntryScan)
            move "post" to ChannelFolder
        when PrefersSMS of EntryRecord(EntryScan)
            move "sms" to ChannelFolder
        when other
            move "email" to ChannelFolder
    end-evaluate

    move spaces to LetterFileName
    string
        "letters/" delimited by size
        trim(ChannelFolder) delimited by size
        "/ballot-" delimited by size
        AuthCode of EntryRecord(EntryScan) delimited by size
        ".txt" delimited by size
        into LetterFileName
    end-string
    move WaitingPosition to PositionDisplay

    if EntryPosition(EntryScan) is not greater than PlacesToAllocate
        move WonTemplateFileName to LetterTemplateBaseName
    else
        move UnluckyTemplateFileName to LetterTemplateBaseName
    end-if
    move PreferredLanguage of EntryRecord(EntryScan) to LetterTemplateLanguage
    call "LetterTemplates" using LetterTemplate

    open output LetterFile
    perform varying TemplateLineNumber from 1 by 1
        until TemplateLineNumber is greater than LetterTemplateLineCount
        move LetterTemplateText(TemplateLineNumber) to WorkLine
        perform FillLetterLine
    end-perform
    close LetterFile
    perform AppendOutboxEntry
    add 1 to LettersProduced
.

FillLetterLine section.
    move substitute(WorkLine, "{NAME}", trim(AttendeeName of EntryRecord(EntryScan)))
        to WorkLine
    move substitute(WorkLine, "{AUTHCODE}", AuthCode of EntryRecord(EntryScan))
        to WorkLine
    move substitute(WorkLine, "{EVENT}", trim(EventRegistryName of BallotEvent))
        to WorkLine
    move substitute(WorkLine, "{POSITION}", trim(PositionDisplay)) to WorkLine
    move WorkLine to LetterLine
    write LetterLine
.

AppendOutboxEntry section.
    initialize OutboxRecord
    string "BALL-" AuthCode of EntryRecord(EntryScan) "-" OutboxToday
        delimited by size into OutboxMessageId of OutboxRecord
    move AuthCode of EntryRecord(EntryScan) to OutboxAuthCode of OutboxRecord
    evaluate true
        when PrefersPost of EntryRecord(EntryScan)
            set OutboxByPost of OutboxRecord to true
            move AttendeeName of EntryRecord(EntryScan) to OutboxAddress of OutboxRecord
        when PrefersSMS of EntryRecord(EntryScan)
            set OutboxBySMS of OutboxRecord to true
            move Telephone of EntryRecord(EntryScan) to OutboxAddress of OutboxRecord
        when other
            set OutboxByEmail of OutboxRecord to true
            move Email of EntryRecord(EntryScan) to OutboxAddress of OutboxRecord
    end-evaluate
    move "BALLOT" to OutboxKind of OutboxRecord
    move OutboxToday to OutboxWrittenDate of OutboxRecord
    move LetterFileName to OutboxLetterFile of OutboxRecord
    write OutboxRecord
.

LoadTemplates section.
*> only the English pair has to be there - every other language falls
*> back to it
    move spaces to LetterTemplateLanguage
    move WonTemplateFileName to LetterTemplateBaseName
    call "LetterTemplates" using LetterTemplate
    move LetterTemplateLineCount to WonTemplateLines
    move UnluckyTemplateFileName to LetterTemplateBaseName
    call "LetterTemplates" using LetterTemplate
    move LetterTemplateLineCount to UnluckyTemplateLines
.

MarkBallotDrawn section.
*> once drawn the window cannot be reopened by accident and the event
*> takes ordinary bookings again
    open input EventsRegistryFile
    open output EventsRegistryHoldFile
        read EventsRegistryFile
            at end set EndOfEventsRegistryFile to true
        end-read
        perform until EndOfEventsRegistryFile
            if trim(EventRegistryDataFile of EventRegistryRecord)
                    equal to trim(AttendeesFileName)
                set RegistryBallotIsDrawn of EventRegistryRecord to true
            end-if
            move EventRegistryRecord to EventRegistryHoldRecord
            write EventRegistryHoldRecord
            read EventsRegistryFile
                at end set EndOfEventsRegistryFile to true
            end-read
        end-perform
    close EventsRegistryFile
    close EventsRegistryHoldFile
    call "C$COPY" using EventsRegistryHoldFileName, EventsRegistryFileName, 0
    call "SYSTEM" using "rm -f events.tmp"
.

end program BallotDraw.
