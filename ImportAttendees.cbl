    select optional WaitingListFile assign to WaitingListFileName
        organization is line sequential.

    select optional BallotFile assign to BallotFileName
        organization is line sequential.

    select optional BatchLogFile assign to BatchLogFileName
        organization is line sequential.

    select optional EventDetailsFile assign to EventDetailsFileName
        organization is line sequential.

    select optional EventsRegistryFile assign to EventsRegistryFileName
        organization is line sequential.

data division.
file section.
fd CSVSourceFile.
        ==WaitingListRecord.
        88 EndOfWaitingListFile value high-values==.

fd BallotFile.
    copy DD-Attendee replacing Attendee by
        ==BallotRecord.
        88 EndOfBallotFile value high-values==.

fd BatchLogFile.
    01 BatchLogLine pic x(140).

fd EventDetailsFile.
    copy DD-EventDetails replacing EventDetails by
        ==EventDetailsRecord==.

fd EventsRegistryFile.
    copy DD-Event replacing Event by
        ==EventRegistryRecord.
        88 EndOfEventsRegistryFile value high-values==.

fd AttendeesFile is global.
    copy DD-Attendee replacing Attendee by
        ==AttendeeRecord is global.
    01 CountOfLinesImported pic 999 value zero.
    01 CountOfLinesUpdated pic 999 value zero.
    copy DD-Attendee.
    copy DD-ChartOfAccounts.
    copy DD-LedgerPosting.
    01 WebPaymentIncrease pic 999 value zero.

    01 BatchModeFlag pic 9 value 0.
        88 BatchModeOn value 1 when set to false is 0.
        02 AttendanceStatusFromCSV pic x value space.
        02 PaymentStatusFromCSV pic x value space.
        02 AccommodationFromCSV pic x value space.
        02 TravelModeFromWeb pic x(20) value spaces.
        02 LanguageFromWeb pic x(20) value spaces.

    01 AttendeesFileName pic x(20) value spaces.
    copy DD-LayoutCheck.
    01 CSVSourceFileName pic x(30) value spaces.
    01 ColumnMapFileName pic x(30) value "import-columns.cfg".
    01 CheckpointFileName pic x(30) value "import-checkpoint.dat".
    01 CountOfLinesWithErrors pic 999 value zero.
    01 HeldRowsFileName pic x(20) value "held-rows.txt".
    01 WaitingListFileName pic x(20) value "waiting-list.dat".
    01 BallotFileName pic x(30) value spaces.
    01 BallotWindowFlag pic 9 value 0.
        88 BallotWindowIsOpen value 1 when set to false is 0.
    01 BallotEntryFoundFlag pic 9 value 0.
        88 BallotEntryFound value 1 when set to false is 0.
    01 CountOfBallotEntries pic 999 value zero.
    01 ImportToday pic 9(8) value zeroes.
    01 CountOfRowsHeld pic 999 value zero.
    01 CountOfCodesAssigned pic 999 value zero.
    01 RowHeldFlag pic 9 value 0.
    01 EmailDotCount pic 99 value zero.
    01 CommitResponse pic x value space.

    01 EventDetailsFileName pic x(20) value "event-details.dat".
    01 EventsRegistryFileName pic x(20) value "events.dat".
    copy DD-EventDetails.
    01 SlotBookingsCount pic 999 value zero.
    01 SlotFullFlag pic 9 value 0.
        88 ArrivalSlotIsFull value 1 when set to false is 0.
    01 CampNightNames value "WedThuFriSatSunMon".
        02 CampNightName pic xxx occurs 6 times.
    01 CampNightScan pic 9 value zero.
    01 SpanFromNight pic 9 value zero.
    01 SpanToNight pic 9 value zero.
    01 HookUpNights pic 9 value zero.
    01 HookUpCharge pic 999 value zero.

    01 BarredFileName pic x(20) value "barred.dat".
    copy DD-BarredMatch.
    01 HistoryModuleInit pic x(30) value spaces.
    01 EditHistoryLine pic x(120) value spaces.
    01 HistoryKey pic x(6) value spaces.
    01 HistoryDate pic x(8) value spaces.
    01 HistoryTime pic x(8) value spaces.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than or equal to 2 then
    display "Reading from " trim(CSVSourceFileName) " and writing to " trim(AttendeesFileName)

    perform LoadColumnMapping
    perform LoadSlotCapacity
    call "EditHistory" using HistoryModuleInit

    display spaces
    display "Validating " trim(CSVSourceFileName)
            " from a previous checkpoint"
    end-if

    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    if BallotWindowIsOpen
        move BallotFileName to LayoutCheckFileName
        set LayoutFileIsLineSequential to true
        call "CheckAttendeesLayout" using LayoutCheck
        set LayoutFileIsIndexed to true
        if not LayoutIsCurrent
            stop run
        end-if
        display "The ballot is open - new applicants go into "
            trim(BallotFileName) " for the draw"
    end-if
    open output HeldRowsFile
    open input CSVSourceFile
    open i-o AttendeesFile
            if CountOfLinesProcessed is greater than LastCheckpointedLine
                perform ValidateAttendeeRow
                set RowIsHeld to false
                if RowIsValid
                    perform HoldRowIfBarred
                end-if
                if RowIsValid and not RowIsHeld
                        and AuthCode of Attendee equal to spaces
                    perform HandleRowWithoutAuthCode
                end-if
                if RowIsValid and not RowIsHeld and BallotWindowIsOpen
                    perform EnterRowInBallot
                end-if
                if RowIsValid and not RowIsHeld
                    perform HoldRowIfArrivalSlotFull
                end-if
                if RowIsValid and not RowIsHeld
                    move AmountPaid of Attendee to WebPaymentIncrease
                    write AttendeeRecord from Attendee
                        invalid key
                            if RecordExists
                                    not invalid key
                                        display "Updated existing record with authcode of " AuthCode of Attendee
                                        add 1 to CountOfLinesUpdated
                                        perform PostWebPaymentToLedger
                                end-rewrite
                            else
                                display "Error - status is " RecordWriteStatus
                        not invalid key
                            display "Imported record with authcode of " AuthCode of Attendee
                            add 1 to CountOfLinesImported
                            perform PostWebPaymentToLedger
                    end-write
                    perform SaveCheckpoint
                else
    if CountOfCodesAssigned is greater than zero
        display "Fresh AuthCodes assigned to new people: " CountOfCodesAssigned
    end-if
    if CountOfBallotEntries is greater than zero
        display "Ballot entries taken: " CountOfBallotEntries
            " - in " trim(BallotFileName) " until the draw"
    end-if

    perform ClearCheckpoint
.

PostWebPaymentToLedger section.
*> web payments are taken straight into the bank account
    if WebPaymentIncrease is greater than zero
        initialize LedgerPostingDetails
        move AccountBank to LedgerDebitAccount
        move AccountCampIncome to LedgerCreditAccount
        move WebPaymentIncrease to LedgerPostingAmount
        move AuthCode of Attendee to LedgerPostingReference
        move "WEB" to LedgerPostingSource
        move "Camp fee paid online" to LedgerPostingNarrative
        call "PostLedger" using LedgerPosting
    end-if
.

PreserveServerOwnedFields section.
*> The live record is in AttendeeRecord, the freshly parsed web row in
*> Attendee. Fields the gate, bank import and reminder runs own must
*> survive a nightly re-import of the same person.
*> Only what the web has taken since the last import is new money.
    if AmountPaid of Attendee is greater than AmountPaid of AttendeeRecord
        compute WebPaymentIncrease =
            AmountPaid of Attendee - AmountPaid of AttendeeRecord
    else
        move zero to WebPaymentIncrease
    end-if
    if SignUpDate of AttendeeRecord not equal to zeroes
        move SignUpDate of AttendeeRecord to SignUpDate of Attendee
    end-if
    move DepartedDate of AttendeeRecord to DepartedDate of Attendee
    move NoShowFlag of AttendeeRecord to NoShowFlag of Attendee
    move MerchandiseCollected of AttendeeRecord to MerchandiseCollected of Attendee
    move BarredReviewFlag of AttendeeRecord to BarredReviewFlag of Attendee
    move HookUpCircuit of AttendeeRecord to HookUpCircuit of Attendee
    move HookUpLoadAmps of AttendeeRecord to HookUpLoadAmps of Attendee
    move WriteOffFlag of AttendeeRecord to WriteOffFlag of Attendee
    move WriteOffDate of AttendeeRecord to WriteOffDate of Attendee
    move WriteOffAmount of AttendeeRecord to WriteOffAmount of Attendee
    move WriteOffReason of AttendeeRecord to WriteOffReason of Attendee
    move PersonId of AttendeeRecord to PersonId of Attendee
*> an unaccompanied 16 or 17 year old stays one, with the same adult
*> answering for them, or the gate would let them in without consent
    move UnaccompaniedMinorFlag of AttendeeRecord to UnaccompaniedMinorFlag of Attendee
    move ResponsibleAdultCode of AttendeeRecord to ResponsibleAdultCode of Attendee
*> the web only knows the ticket price - the price is built the way the
*> gate builds it: full price, then the hook-up charge, then the family
*> cap's share off the lot. The member stays in their family group and
*> keeps that share, so AmountToPay stays net of it and the next
*> ApplyFamilyCap finds nothing new to post
    if not HookUpNotAllocated of Attendee
        perform AddHookUpCharge
    end-if
    move FamilyGroup of AttendeeRecord to FamilyGroup of Attendee
    move FamilyCapReduction of AttendeeRecord to FamilyCapReduction of Attendee
    if FamilyCapReduction of Attendee is not numeric
        move zero to FamilyCapReduction of Attendee
    end-if
    if AmountToPay of Attendee is greater than FamilyCapReduction of Attendee
        subtract FamilyCapReduction of Attendee from AmountToPay of Attendee
    else
        move zero to AmountToPay of Attendee
    end-if
*> a bounce only sticks while the address is the one that bounced
    if Email of Attendee equal to Email of AttendeeRecord
        move EmailBouncedFlag of AttendeeRecord to EmailBouncedFlag of Attendee
        move EmailBouncedDate of AttendeeRecord to EmailBouncedDate of Attendee
        move ChannelBeforeBounce of AttendeeRecord to ChannelBeforeBounce of Attendee
        if EmailUndeliverable of AttendeeRecord
            move PreferredChannel of AttendeeRecord to PreferredChannel of Attendee
        end-if
    end-if

    if PitchReference of Attendee equal to spaces
        move PitchReference of AttendeeRecord to PitchReference of Attendee
    end-if

    if ArrivalSlot of Attendee equal to spaces
        move ArrivalSlot of AttendeeRecord to ArrivalSlot of Attendee
    end-if

    if AccommodationFromCSV equal to space
        move AccommodationType of AttendeeRecord to AccommodationType of Attendee
    end-if

    if TravelModeNotKnown of Attendee
        move TravelMode of AttendeeRecord to TravelMode of Attendee
    end-if
    if TravelDistanceNotKnown of Attendee
        move TravelDistanceBand of AttendeeRecord to TravelDistanceBand of Attendee
    end-if
    if PreferredLanguage of Attendee equal to spaces
        move PreferredLanguage of AttendeeRecord to PreferredLanguage of Attendee
    end-if
.

HandleRowWithoutAuthCode section.
    end-perform
.

HoldRowIfBarred section.
*> checked alongside CheckForExistingPerson but for every row, because a
*> web booking that arrives with its own AuthCode skips the duplicate
*> search - a hit is held for an admin, never silently dropped
    call "BarredListCheck" using BarredFileName, Attendee, BarredMatch
    if not BarredListHit
        exit section
    end-if

    set RowIsHeld to true
    add 1 to CountOfRowsHeld
    move spaces to HeldRowLine
    string "Barred list " BarredMatchRef " (" trim(BarredMatchedOn)
        ") - admin to review: " trim(CSVFileInputLine)
        delimited by size into HeldRowLine
    write HeldRowLine
    display "Held row " CountOfLinesProcessed " ("
        trim(AttendeeName of Attendee) ") - matches barred list entry "
        BarredMatchRef

*> a row with no AuthCode yet has its history filed under the barred
*> entry instead, so the attempt is still on record somewhere
    if AuthCode of Attendee equal to spaces
        move BarredMatchRef to HistoryKey
    else
        move AuthCode of Attendee to HistoryKey
    end-if
    accept HistoryDate from date yyyymmdd
    accept HistoryTime from time
    move spaces to EditHistoryLine
    string HistoryKey " " HistoryDate " " HistoryTime(1:6)
        " IMPORT BARRED: web row for " trim(AttendeeName of Attendee)
        " matched " BarredMatchRef " on " trim(BarredMatchedOn)
        " - held"
        delimited by size into EditHistoryLine
    call "AppendHistoryLine" using EditHistoryLine
.

HoldRowIfArrivalSlotFull section.
*> the web form offers every slot, so a full one is caught here the
*> same way the gate refuses it - the row waits for a human to move
*> the person to another slot rather than overbooking the gate
    set ArrivalSlotIsFull to false
    if ArrivalSlotNotBooked of Attendee
            or SlotCapacity of EventDetails equal to zero
        exit section
    end-if

    move zero to SlotBookingsCount
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    read AttendeesFile next record
        at end set EndOfAttendeesFile to true
    end-read
    perform until EndOfAttendeesFile
        if not AttendeeCancelled of AttendeeRecord
                and AuthCode of AttendeeRecord not equal to AuthCode of Attendee
                and ArrivalDay of AttendeeRecord equal to ArrivalDay of Attendee
                and ArrivalSlot of AttendeeRecord equal to ArrivalSlot of Attendee
            add 1 to SlotBookingsCount
        end-if
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
    end-perform

    if SlotBookingsCount is less than SlotCapacity of EventDetails
        exit section
    end-if

    set ArrivalSlotIsFull to true
    set RowIsHeld to true
    add 1 to CountOfRowsHeld
    move spaces to HeldRowLine
    string "Gate slot " ArrivalDay of Attendee " " ArrivalSlot of Attendee
        " full: " trim(CSVFileInputLine)
        delimited by size into HeldRowLine
    write HeldRowLine
    display "Held row " CountOfLinesProcessed " ("
        trim(AttendeeName of Attendee) ") - gate slot "
        ArrivalDay of Attendee " " ArrivalSlot of Attendee " is full"
.

LoadSlotCapacity section.
*> the registry entry for this data file wins over event-details.dat,
*> as it does when the gate picks the event at start-up
    open input EventDetailsFile
    read EventDetailsFile
        at end
            continue
        not at end
            move EventDetailsRecord to EventDetails
    end-read
    close EventDetailsFile

    open input EventsRegistryFile
        read EventsRegistryFile
            at end set EndOfEventsRegistryFile to true
        end-read
        perform until EndOfEventsRegistryFile
            if trim(EventRegistryDataFile of EventRegistryRecord)
                    equal to trim(AttendeesFileName)
                move EventRegistrySlotCap of EventRegistryRecord
                    to SlotCapacity of EventDetails
                move EventRegistryHookUpPrice of EventRegistryRecord
                    to HookUpNightPrice of EventDetails
                perform CheckBallotWindow
            end-if
            read EventsRegistryFile
                at end set EndOfEventsRegistryFile to true
            end-read
        end-perform
    close EventsRegistryFile
.

AddHookUpCharge section.
*> the same nights the gate charges for - arrival night to the night
*> before departure, Monday only for those staying on
    move 1 to SpanFromNight
    perform varying CampNightScan from 1 by 1 until CampNightScan greater than 6
        if CampNightName(CampNightScan) equal to ArrivalDay of Attendee
            move CampNightScan to SpanFromNight
        end-if
    end-perform

    move 5 to SpanToNight
    if StayingTillMonday of Attendee equal to 1
        move 6 to SpanToNight
    end-if
    perform varying CampNightScan from 1 by 1 until CampNightScan greater than 6
        if CampNightName(CampNightScan) equal to DepartureDay of Attendee
            move CampNightScan to SpanToNight
        end-if
    end-perform

    if SpanToNight is less than SpanFromNight
        move SpanFromNight to SpanToNight
    end-if

    compute HookUpNights = SpanToNight - SpanFromNight + 1
    if HookUpNightPrice of EventDetails is not numeric
        move zero to HookUpNightPrice of EventDetails
    end-if
    compute HookUpCharge = HookUpNights * HookUpNightPrice of EventDetails
    add HookUpCharge to AmountToPay of Attendee
.

CheckBallotWindow section.
    set BallotWindowIsOpen to false
    accept ImportToday from date yyyymmdd
    if EventRegistryIsBallot of EventRegistryRecord
            and not RegistryBallotIsDrawn of EventRegistryRecord
            and RegistryBallotOpens of EventRegistryRecord is numeric
            and RegistryBallotCloses of EventRegistryRecord is numeric
            and ImportToday is not less than RegistryBallotOpens of EventRegistryRecord
            and ImportToday is not greater than RegistryBallotCloses of EventRegistryRecord
        set BallotWindowIsOpen to true
        move spaces to BallotFileName
        string "ballot-" trim(AttendeesFileName)
            delimited by size into BallotFileName
    end-if
.

EnterRowInBallot section.
*> while the ballot window is open a new applicant is held out of the
*> attendees file as a ballot entry until the draw - a row for someone
*> already booked is still an ordinary update
    move AuthCode of Attendee to AuthCode of AttendeeRecord
    read AttendeesFile
        key is AuthCode of AttendeeRecord
        invalid key
            continue
        not invalid key
            exit section
    end-read

    set RowIsHeld to true
    set BallotEntryFound to false
    open input BallotFile
        read BallotFile
            at end set EndOfBallotFile to true
        end-read
        perform until EndOfBallotFile
            if AuthCode of BallotRecord equal to AuthCode of Attendee
                set BallotEntryFound to true
            end-if
            read BallotFile
                at end set EndOfBallotFile to true
            end-read
        end-perform
    close BallotFile
    if BallotEntryFound
        display "Row " CountOfLinesProcessed " (authcode " AuthCode of Attendee
            ") is already in the ballot - left as entered"
        exit section
    end-if

    if SignUpDate of Attendee equal to zeroes
        accept SignUpDate of Attendee from date yyyymmdd
    end-if
    open extend BallotFile
    write BallotRecord from Attendee
    close BallotFile
    add 1 to CountOfBallotEntries
    display "Ballot entry for authcode " AuthCode of Attendee
        " (" trim(AttendeeName of Attendee) ")"

    accept HistoryDate from date yyyymmdd
    accept HistoryTime from time
    move spaces to EditHistoryLine
    string AuthCode of Attendee " " HistoryDate " " HistoryTime(1:6)
        " IMPORT BALLOT: web application from " trim(AttendeeName of Attendee)
        " entered in the ballot for " trim(AttendeesFileName)
        delimited by size into EditHistoryLine
    call "AppendHistoryLine" using EditHistoryLine
.

AssignFreshAuthCode section.
    perform with test after varying CandidateTries from 1 by 1
        until CandidateTries is greater than 10 or not CandidateCodeTaken
                end-perform
            close WaitingListFile
        end-if
        if not CandidateCodeTaken and BallotWindowIsOpen
            open input BallotFile
                read BallotFile
                    at end set EndOfBallotFile to true
                end-read
                perform until EndOfBallotFile
                    if AuthCode of BallotRecord equal to CandidateAuthCode
                        set CandidateCodeTaken to true
                    end-if
                    read BallotFile
                        at end set EndOfBallotFile to true
                    end-read
                end-perform
            close BallotFile
        end-if
    end-perform

    move CandidateAuthCode to AuthCode of Attendee
                to LiftSeatsOffered of Attendee
            when "LiftArea" move CSVToken(ColumnIndex)
                to LiftShareArea of Attendee
            when "ArrivalSlot" move CSVToken(ColumnIndex)(1:5)
                to ArrivalSlot of Attendee
            when "TravelMode" move CSVToken(ColumnIndex) to TravelModeFromWeb
            when "Language" move CSVToken(ColumnIndex) to LanguageFromWeb
            when "DistanceBand" move CSVToken(ColumnIndex)(1:1)
                to TravelDistanceBand of Attendee
        end-evaluate
    end-perform

    move ArrivalDayFromWeb(1:3) to ArrivalDay of Attendee
*> the web form sends the words off its drop-down, older exports the code
    evaluate upper-case(trim(TravelModeFromWeb))
        when spaces move space to TravelMode of Attendee
        when "CAR" move "C" to TravelMode of Attendee
        when "CAR SHARE" move "S" to TravelMode of Attendee
        when "TRAIN" move "T" to TravelMode of Attendee
        when "TRAIN AND SHUTTLE" move "T" to TravelMode of Attendee
        when "COACH" move "B" to TravelMode of Attendee
        when "BIKE" move "K" to TravelMode of Attendee
        when "WALK" move "W" to TravelMode of Attendee
        when other move upper-case(TravelModeFromWeb(1:1)) to TravelMode of Attendee
    end-evaluate
*> the form offers the language by name; a two-letter code is taken too
    evaluate upper-case(trim(LanguageFromWeb))
        when spaces move spaces to PreferredLanguage of Attendee
        when "ENGLISH" move "EN" to PreferredLanguage of Attendee
        when "WELSH" move "CY" to PreferredLanguage of Attendee
        when "CYMRAEG" move "CY" to PreferredLanguage of Attendee
        when "SPANISH" move "ES" to PreferredLanguage of Attendee
        when "ESPANOL" move "ES" to PreferredLanguage of Attendee
        when other move upper-case(LanguageFromWeb(1:2)) to PreferredLanguage of Attendee
    end-evaluate
    if PaidDateFromWeb is not equal to spaces then
        move PaidDateFromWeb(1:2) to CentuaryPaid of Attendee
        move PaidDateFromWeb(3:2) to YearPaid of Attendee
        move "invalid ArrivalDay" to ValidationReason
    end-if

    if RowIsValid and not ArrivalSlotNotBooked of Attendee
            and not ArrivalSlotIsValid of Attendee then
        set RowIsValid to false
        move "invalid ArrivalSlot" to ValidationReason
    end-if

    if RowIsValid and not TravelModeNotKnown of Attendee
            and not TravelModeIsValid of Attendee then
        set RowIsValid to false
        move "invalid TravelMode" to ValidationReason
    end-if

    if RowIsValid and not TravelDistanceNotKnown of Attendee
            and not TravelDistanceBandIsValid of Attendee then
        set RowIsValid to false
        move "invalid DistanceBand" to ValidationReason
    end-if

    if RowIsValid and (NumberOfKids of Attendee is less than zero or greater than 5) then
        set RowIsValid to false
        move "NumberOfKids out of range" to ValidationReason
