identification division.
program-id. RescheduleEvent.

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

    select optional EventsRegistryFile assign to EventsRegistryFileName
        organization is line sequential.

    select optional EventsRegistryHoldFile assign to EventsRegistryHoldFileName
        organization is line sequential.

    select optional ShiftsFile assign to ShiftsFileName
        organization is line sequential.

    select optional WorkshopsFile assign to WorkshopsFileName
        organization is line sequential.

    select optional ShuttleRunsFile assign to ShuttleRunsFileName
        organization is line sequential.

    select optional SessionHoldFile assign to SessionHoldFileName
        organization is line sequential.

    select ReportFile assign to ReportFileName
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

    fd EventsRegistryFile.
        copy DD-Event replacing Event by
            ==EventRegistryRecord.
            88 EndOfEventsRegistryFile value high-values==.

    fd EventsRegistryHoldFile.
        copy DD-Event replacing Event by
            ==EventRegistryHoldRecord==.

    fd ShiftsFile.
        copy DD-Shift replacing Shift by
            ==ShiftRecord.
            88 EndOfShiftsFile value high-values==.

    fd WorkshopsFile.
        copy DD-Workshop replacing Workshop by
            ==WorkshopRecord.
            88 EndOfWorkshopsFile value high-values==.

    fd ShuttleRunsFile.
        copy DD-Shuttle replacing ShuttleRun by
            ==ShuttleRunRecord.
            88 EndOfShuttleRunsFile value high-values==.

    fd SessionHoldFile.
        01 SessionHoldLine pic x(120).

    fd ReportFile.
        01 ReportLine pic x(120).

    fd LetterFile.
        01 LetterLine pic x(100).

    fd OutboxFile.
        copy DD-Outbox replacing OutboxEntry by ==OutboxRecord==.

working-storage section.
    01 AttendeeStatus pic x(2).

    01 AttendeesFileName pic x(20) value "attendees.dat".
    01 BackupFileName pic x(20) value spaces.
    copy DD-LayoutCheck.
    01 EventsRegistryFileName pic x(20) value "events.dat".
    01 EventsRegistryHoldFileName pic x(20) value "events.tmp".
    01 ShiftsFileName pic x(20) value "shifts.dat".
    01 WorkshopsFileName pic x(20) value "workshops.dat".
    01 ShuttleRunsFileName pic x(20) value "shuttle-runs.dat".
    01 SessionHoldFileName pic x(20) value "reschedule.tmp".
    01 ReportFileName pic x(40) value spaces.
    01 TemplateFileName pic x(30) value "reschedule-template.txt".
    01 LetterFileName pic x(40) value spaces.
    01 OutboxFileName pic x(20) value "outbox.dat".
    01 CommandLineArgumentCount pic 9 value zero.
    01 ShiftArgument pic x(10) value spaces.
    01 RunModeArgument pic x(10) value spaces.
    01 RunModeFlag pic 9 value 0.
        88 CommitRequested value 1 when set to false is 0.
    01 CommitResponse pic x value space.
        88 CommitConfirmed values "Y", "y".
    01 HistoryModuleInit pic x(30) value spaces.
    01 EditHistoryLine pic x(120) value spaces.
    01 HistoryPointer pic 999 value 1.
    01 HistoryDate pic x(8) value spaces.
    01 HistoryTime pic x(8) value spaces.
    01 TodaysDate pic x(8) value spaces.

    01 CampNightNames value "WedThuFriSatSunMon".
        02 CampNightName pic xxx occurs 6 times.
    01 CampNightScan pic 9 value zero.

*> the whole system works in the one camp week, Wednesday to Monday, so
*> a move shifts every day along that week - a stay pushed off either
*> end is cut back to fit and goes on the list for a human to sort out
    01 ShiftDays pic s99 value zero.
    01 WeekShift pic s9 value zero.
    01 ShiftRemainder pic s9 value zero.
    01 ShiftQuotient pic s99 value zero.
    01 ShiftDisplay pic -z9.
    01 WeekShiftDisplay pic -9.

    01 EventFoundFlag pic 9 value 0.
        88 EventFound value 1 when set to false is 0.
    01 EventName pic x(40) value spaces.
    01 OldStartDate pic 9(8) value zero.
    01 OldEndDate pic 9(8) value zero.
    01 NewStartDate pic 9(8) value zero.
    01 NewEndDate pic 9(8) value zero.
    01 EventNightlyCap pic 999 value zero.
    01 EventPerNightFlag pic 9 value 0.
        88 EventIsPerNight value 1 when set to false is 0.
    01 DateForLetter pic x(10) value spaces.
    01 DateToFormat pic 9(8) value zero.
    01 filler redefines DateToFormat.
        02 FormatYear pic 9(4).
        02 FormatMonth pic 99.
        02 FormatDay pic 99.
    01 NewStartWording pic x(10) value spaces.
    01 NewEndWording pic x(10) value spaces.

    01 BookingTable.
        02 Booking occurs 1000 times.
            03 BookingAuthCode pic x(6).
            03 BookingName pic x(20).
            03 BookingSignUp pic x(8).
            03 BookingHeads pic 999.
            03 BookingPitch pic x(10).
            03 BookingArrivalKnown pic 9.
            03 BookingOldFrom pic 9.
            03 BookingOldTo pic 9.
            03 BookingNewFrom pic 9.
            03 BookingNewTo pic 9.
            03 BookingOldAmount pic 999.
            03 BookingNewAmount pic 999.
            03 BookingCut pic 9.
                88 BookingWasCut value 1.
            03 BookingProblem pic x(70).
            03 BookingCapNight pic 9.
    01 BookingCount pic 9(4) value zero.
    01 BookingScan pic 9(4) value zero.
    01 OtherScan pic 9(4) value zero.
    01 LatestBooking pic 9(4) value zero.
    01 ProblemCount pic 9(4) value zero.
    01 ProblemBooking pic 9(4) value zero.
    01 ProblemText pic x(50) value spaces.
    01 ProblemHold pic x(70) value spaces.
    01 ChangedCount pic 9(4) value zero.
    01 ShiftWork pic s99 value zero.
    01 OldNights pic 9 value zero.
    01 NewNights pic 9 value zero.
    01 FullPrice pic 9(5) value zero.
    01 NewFullPrice pic 9(5) value zero.

    01 NightHeads pic 9(5) occurs 6 times.
    01 NightScan pic 9 value zero.
    01 NightExcess pic s9(5) value zero.
    01 CapacityProblemNights pic 9 value zero.

    01 SessionMoved pic 9(4) value zero.
    01 SessionStuck pic 9(4) value zero.
    01 SessionDayIn pic xxx value spaces.
    01 SessionDayOut pic xxx value spaces.
    01 SessionDayCut pic 9 value 0.
    01 SessionMoveWording pic x(25) value spaces.
    01 AssigneeScan pic 9 value zero.
    01 SessionsChangedFlag pic 9 value 0.
        88 SessionsChanged value 1 when set to false is 0.

    copy DD-LetterTemplate.
    01 TemplateLineNumber pic 99 value zero.
    01 ChannelFolder pic x(5) value spaces.
    01 WorkLine pic x(100) value spaces.
    01 BalanceAmount pic s999 value zero.
    01 BalanceDisplay pic -zz9.
    01 LettersProduced pic 9(4) value zero.
    01 LettersSkippedNoConsent pic 9(4) value zero.
    01 ThisBookingCut pic 9 value 0.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is less than 2
        display "Usage: RescheduleEvent <event data file> <days to move, e.g. 1 or -1> [COMMIT]"
        display "Run without COMMIT to see what the move does to the bookings,"
            " then with COMMIT to make it and send the change notices"
        stop run
    end-if
    accept AttendeesFileName from argument-value
    accept ShiftArgument from argument-value
    if trim(ShiftArgument) equal to spaces
            or (trim(ShiftArgument) is not numeric
                and ShiftArgument(1:1) not equal to "-"
                and ShiftArgument(1:1) not equal to "+")
        display "Days to move must be a number such as 1 or -1"
        stop run
    end-if
    move numval(ShiftArgument) to ShiftDays
    if ShiftDays equal to zero
        display "A move of no days changes nothing"
        stop run
    end-if
    if CommandLineArgumentCount is greater than 2
        accept RunModeArgument from argument-value
        if upper-case(RunModeArgument) equal to "COMMIT"
            set CommitRequested to true
        end-if
    end-if

*> a move of whole weeks keeps every day name; only the part of a week
*> left over moves anyone's arrival or departure
    divide ShiftDays by 7 giving ShiftQuotient remainder ShiftRemainder
    move ShiftRemainder to WeekShift
    move ShiftDays to ShiftDisplay
    move WeekShift to WeekShiftDisplay
    accept TodaysDate from date yyyymmdd

    perform FindEvent
    if not EventFound
        display "No event in " trim(EventsRegistryFileName) " uses "
            trim(AttendeesFileName)
        stop run
    end-if

    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    perform LoadBookings
    perform MoveBookings
    perform CheckPitchClashes
    perform CheckNightlyCapacity

    string "reschedule-" trim(AttendeesFileName) ".txt"
        delimited by size into ReportFileName
    open output ReportFile
    perform WriteReport

    if not CommitRequested
        close ReportFile
        display "Moving " trim(EventName) " by " trim(ShiftDisplay) " days: "
            BookingCount " bookings, " ProblemCount " no longer fit"
        display "Review " trim(ReportFileName) " then run again with COMMIT"
        stop run
    end-if

    display "Move " trim(EventName) " by " trim(ShiftDisplay) " days and rewrite "
        BookingCount " bookings? (Y/N)"
    accept CommitResponse
    if not CommitConfirmed
        close ReportFile
        display "Nothing changed"
        stop run
    end-if

    move AttendeesFileName to BackupFileName
    inspect BackupFileName replacing all ".dat" by ".bak"
    call "C$COPY" using AttendeesFileName, BackupFileName, 0
    call "EditHistory" using HistoryModuleInit
    accept HistoryDate from date yyyymmdd

    perform SaveEventDates
    perform CommitBookings
    move spaces to ReportLine
    write ReportLine
    move "SESSIONS MOVED" to ReportLine
    write ReportLine
    perform MoveShifts
    perform MoveWorkshops
    perform MoveShuttleRuns
    close ReportFile
    perform SendChangeNotices

    display "Event dates now " NewStartDate " to " NewEndDate
    display "Bookings rewritten:          " ChangedCount
    display "Bookings that no longer fit: " ProblemCount
    display "Shifts, workshops and shuttle runs moved: " SessionMoved
    if SessionStuck is greater than zero
        display "Sessions pushed off the camp week: " SessionStuck
            " - give them a new day"
    end-if
    display "Change notices produced:     " LettersProduced
    if LettersSkippedNoConsent is greater than zero
        display "Skipped - contact refused:   " LettersSkippedNoConsent
    end-if
    display "See " trim(ReportFileName) " for the people who need a call"
    stop run.

FindEvent section.
    set EventFound to false
    open input EventsRegistryFile
        read EventsRegistryFile
            at end set EndOfEventsRegistryFile to true
        end-read
        perform until EndOfEventsRegistryFile
            if trim(EventRegistryDataFile of EventRegistryRecord)
                    equal to trim(AttendeesFileName)
                set EventFound to true
                move EventRegistryName of EventRegistryRecord to EventName
                move EventRegistryStartDate of EventRegistryRecord to OldStartDate
                move EventRegistryEndDate of EventRegistryRecord to OldEndDate
                move EventRegistryNightlyCap of EventRegistryRecord to EventNightlyCap
                if EventRegistryPricingMode of EventRegistryRecord equal to "N"
                    set EventIsPerNight to true
                end-if
            end-if
            read EventsRegistryFile
                at end set EndOfEventsRegistryFile to true
            end-read
        end-perform
    close EventsRegistryFile

    if OldStartDate is greater than zero
        compute NewStartDate = date-of-integer(integer-of-date(OldStartDate) + ShiftDays)
    end-if
    if OldEndDate is greater than zero
        compute NewEndDate = date-of-integer(integer-of-date(OldEndDate) + ShiftDays)
    end-if
.

LoadBookings section.
    move zero to BookingCount
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile or BookingCount equal to 1000
            if not AttendeeCancelled of AttendeeRecord
                add 1 to BookingCount
                perform TakeBooking
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
        if not EndOfAttendeesFile
            display "WARNING: more than 1000 bookings - only the first 1000 are moved"
        end-if
    close AttendeesFile
.

TakeBooking section.
*> the nights are worked out the way the desk does it: an unknown
*> arrival is the first night, no departure day is Sunday, or Monday
*> for those staying on
    move AuthCode of AttendeeRecord to BookingAuthCode(BookingCount)
    move AttendeeName of AttendeeRecord to BookingName(BookingCount)
    move SignUpDate of AttendeeRecord to BookingSignUp(BookingCount)
    compute BookingHeads(BookingCount) = 1 + NumberOfKids of AttendeeRecord
    move PitchReference of AttendeeRecord to BookingPitch(BookingCount)
    move AmountToPay of AttendeeRecord to BookingOldAmount(BookingCount)
    move AmountToPay of AttendeeRecord to BookingNewAmount(BookingCount)
    move 0 to BookingCut(BookingCount)
    move spaces to BookingProblem(BookingCount)
    move 0 to BookingCapNight(BookingCount)

    move 0 to BookingArrivalKnown(BookingCount)
    move 1 to BookingOldFrom(BookingCount)
    perform varying CampNightScan from 1 by 1 until CampNightScan is greater than 6
        if CampNightName(CampNightScan) equal to ArrivalDay of AttendeeRecord
            move CampNightScan to BookingOldFrom(BookingCount)
            move 1 to BookingArrivalKnown(BookingCount)
        end-if
    end-perform
    move 5 to BookingOldTo(BookingCount)
    if StayingTillMonday of AttendeeRecord equal to 1
        move 6 to BookingOldTo(BookingCount)
    end-if
    perform varying CampNightScan from 1 by 1 until CampNightScan is greater than 6
        if CampNightName(CampNightScan) equal to DepartureDay of AttendeeRecord
            move CampNightScan to BookingOldTo(BookingCount)
        end-if
    end-perform
    if BookingOldTo(BookingCount) is less than BookingOldFrom(BookingCount)
        move BookingOldFrom(BookingCount) to BookingOldTo(BookingCount)
    end-if
.

MoveBookings section.
    move zero to ProblemCount
    perform varying BookingScan from 1 by 1 until BookingScan is greater than BookingCount
        compute ShiftWork = BookingOldFrom(BookingScan) + WeekShift
        if ShiftWork is less than 1 or ShiftWork is greater than 6
            move 1 to BookingCut(BookingScan)
        end-if
        if ShiftWork is less than 1
            move 1 to ShiftWork
        end-if
        if ShiftWork is greater than 6
            move 6 to ShiftWork
        end-if
        move ShiftWork to BookingNewFrom(BookingScan)

        compute ShiftWork = BookingOldTo(BookingScan) + WeekShift
        if ShiftWork is less than 1 or ShiftWork is greater than 6
            move 1 to BookingCut(BookingScan)
        end-if
        if ShiftWork is less than 1
            move 1 to ShiftWork
        end-if
        if ShiftWork is greater than 6
            move 6 to ShiftWork
        end-if
        move ShiftWork to BookingNewTo(BookingScan)

        if BookingWasCut(BookingScan)
            move BookingScan to ProblemBooking
            move "stay cut to fit the camp week" to ProblemText
            perform NoteProblem
            perform RepriceCutBooking
        end-if
    end-perform
.

RepriceCutBooking section.
*> a per-night booking that loses nights pays for the nights it keeps -
*> the full price is scaled and any family cap reduction comes off again
    if not EventIsPerNight
        exit section
    end-if
    compute OldNights = BookingOldTo(BookingScan) - BookingOldFrom(BookingScan) + 1
    compute NewNights = BookingNewTo(BookingScan) - BookingNewFrom(BookingScan) + 1
    if NewNights equal to OldNights or OldNights equal to zero
        exit section
    end-if
    move BookingAuthCode(BookingScan) to AuthCode of AttendeeRecord
    open input AttendeesFile
        read AttendeesFile
            key is AuthCode of AttendeeRecord
        end-read
    close AttendeesFile
    compute FullPrice = AmountToPay of AttendeeRecord + FamilyCapReduction of AttendeeRecord
    compute NewFullPrice rounded = FullPrice * NewNights / OldNights
    if NewFullPrice is greater than FamilyCapReduction of AttendeeRecord
        compute BookingNewAmount(BookingScan) =
            NewFullPrice - FamilyCapReduction of AttendeeRecord
    else
        move zero to BookingNewAmount(BookingScan)
    end-if
.

CheckPitchClashes section.
*> everyone moves together, so two bookings only collide on a pitch
*> where one of them has been cut back
    perform varying BookingScan from 1 by 1 until BookingScan is greater than BookingCount
        if BookingPitch(BookingScan) not equal to spaces
            compute OtherScan = BookingScan + 1
            perform until OtherScan is greater than BookingCount
                if BookingPitch(OtherScan) equal to BookingPitch(BookingScan)
                        and BookingNewFrom(BookingScan) is not greater than BookingNewTo(OtherScan)
                        and BookingNewFrom(OtherScan) is not greater than BookingNewTo(BookingScan)
                    perform MarkPitchClash
                end-if
                add 1 to OtherScan
            end-perform
        end-if
    end-perform
.

MarkPitchClash section.
    move BookingScan to ProblemBooking
    move spaces to ProblemText
    string "pitch " trim(BookingPitch(BookingScan)) " clashes with "
        BookingAuthCode(OtherScan)
        delimited by size into ProblemText
    perform NoteProblem
    move OtherScan to ProblemBooking
    move spaces to ProblemText
    string "pitch " trim(BookingPitch(OtherScan)) " clashes with "
        BookingAuthCode(BookingScan)
        delimited by size into ProblemText
    perform NoteProblem
.

NoteProblem section.
*> a booking can fail more than one way - each reason is kept so the
*> person ringing them has the whole story
    if BookingProblem(ProblemBooking) equal to spaces
        add 1 to ProblemCount
        move ProblemText to BookingProblem(ProblemBooking)
    else
        move BookingProblem(ProblemBooking) to ProblemHold
        move spaces to BookingProblem(ProblemBooking)
        string trim(ProblemHold) "; " trim(ProblemText)
            delimited by size into BookingProblem(ProblemBooking)
    end-if
.

CheckNightlyCapacity section.
*> on a night over the licence the latest sign-ups are the ones that no
*> longer fit, as they would have gone to the waiting list at the desk,
*> and once out on one night they are not counted on the nights after
    move zero to CapacityProblemNights
    if EventNightlyCap equal to zero
        exit section
    end-if
    perform varying NightScan from 1 by 1 until NightScan is greater than 6
        move zero to NightHeads(NightScan)
        perform varying BookingScan from 1 by 1 until BookingScan is greater than BookingCount
            if BookingNewFrom(BookingScan) is not greater than NightScan
                    and BookingNewTo(BookingScan) is not less than NightScan
                    and BookingCapNight(BookingScan) equal to zero
                add BookingHeads(BookingScan) to NightHeads(NightScan)
            end-if
        end-perform
        compute NightExcess = NightHeads(NightScan) - EventNightlyCap
        if NightExcess is greater than zero
            add 1 to CapacityProblemNights
        end-if
        perform until NightExcess is not greater than zero
            perform FindLatestOnNight
            if LatestBooking equal to zero
                move zero to NightExcess
            else
                move NightScan to BookingCapNight(LatestBooking)
                move LatestBooking to ProblemBooking
                move spaces to ProblemText
                string CampNightName(NightScan) " night over the licensed "
                    EventNightlyCap
                    delimited by size into ProblemText
                perform NoteProblem
                subtract BookingHeads(LatestBooking) from NightExcess
            end-if
        end-perform
    end-perform
.

FindLatestOnNight section.
    move zero to LatestBooking
    perform varying BookingScan from 1 by 1 until BookingScan is greater than BookingCount
        if BookingNewFrom(BookingScan) is not greater than NightScan
                and BookingNewTo(BookingScan) is not less than NightScan
                and BookingCapNight(BookingScan) equal to zero
            if LatestBooking equal to zero
                move BookingScan to LatestBooking
            else
                if BookingSignUp(BookingScan) is greater than BookingSignUp(LatestBooking)
                    move BookingScan to LatestBooking
                end-if
            end-if
        end-if
    end-perform
.

WriteReport section.
    move spaces to ReportLine
    string "RESCHEDULE " trim(EventName) " by " trim(ShiftDisplay) " days"
        delimited by size into ReportLine
    write ReportLine
    move all "=" to ReportLine(1:60)
    write ReportLine
    move spaces to ReportLine
    string "Event dates " OldStartDate " to " OldEndDate
        " become " NewStartDate " to " NewEndDate
        delimited by size into ReportLine
    write ReportLine
    move spaces to ReportLine
    string "Every arrival and departure moves " trim(WeekShiftDisplay)
        " days along the camp week"
        delimited by size into ReportLine
    write ReportLine
    move spaces to ReportLine
    write ReportLine

    move "NO LONGER FIT" to ReportLine
    write ReportLine
    perform varying BookingScan from 1 by 1 until BookingScan is greater than BookingCount
        if BookingProblem(BookingScan) not equal to spaces
            move spaces to ReportLine
            string BookingAuthCode(BookingScan) " " BookingName(BookingScan) " "
                CampNightName(BookingOldFrom(BookingScan)) "-"
                CampNightName(BookingOldTo(BookingScan)) " now "
                CampNightName(BookingNewFrom(BookingScan)) "-"
                CampNightName(BookingNewTo(BookingScan)) "  "
                trim(BookingProblem(BookingScan))
                delimited by size into ReportLine
            write ReportLine
            if BookingNewAmount(BookingScan) not equal to BookingOldAmount(BookingScan)
                move spaces to ReportLine
                string "       repriced from " BookingOldAmount(BookingScan)
                    " to " BookingNewAmount(BookingScan)
                    delimited by size into ReportLine
                write ReportLine
            end-if
        end-if
    end-perform
    if ProblemCount equal to zero
        move "  (none - every booking moves cleanly)" to ReportLine
        write ReportLine
    end-if
    if CapacityProblemNights is greater than zero
        move spaces to ReportLine
        string "  " CapacityProblemNights " nights go over the licensed "
            EventNightlyCap " after the move"
            delimited by size into ReportLine
        write ReportLine
    end-if
.

SaveEventDates section.
    open input EventsRegistryFile
    open output EventsRegistryHoldFile
        read EventsRegistryFile
            at end set EndOfEventsRegistryFile to true
        end-read
        perform until EndOfEventsRegistryFile
            if trim(EventRegistryDataFile of EventRegistryRecord)
                    equal to trim(AttendeesFileName)
                move NewStartDate to EventRegistryStartDate of EventRegistryRecord
                move NewEndDate to EventRegistryEndDate of EventRegistryRecord
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

CommitBookings section.
    move zero to ChangedCount
    open i-o AttendeesFile
    perform varying BookingScan from 1 by 1 until BookingScan is greater than BookingCount
        if BookingNewFrom(BookingScan) not equal to BookingOldFrom(BookingScan)
                or BookingNewTo(BookingScan) not equal to BookingOldTo(BookingScan)
                or BookingNewAmount(BookingScan) not equal to BookingOldAmount(BookingScan)
            perform CommitOneBooking
        end-if
    end-perform
    close AttendeesFile
.

CommitOneBooking section.
    move BookingAuthCode(BookingScan) to AuthCode of AttendeeRecord
    read AttendeesFile
        key is AuthCode of AttendeeRecord
        invalid key
            display "  " BookingAuthCode(BookingScan) " skipped - record not found"
            exit section
    end-read
    if BookingArrivalKnown(BookingScan) equal to 1
        move CampNightName(BookingNewFrom(BookingScan)) to ArrivalDay of AttendeeRecord
    end-if
*> the departure is always written out, as a blank no longer means the
*> same night once the week has moved
    move CampNightName(BookingNewTo(BookingScan)) to DepartureDay of AttendeeRecord
    move BookingNewAmount(BookingScan) to AmountToPay of AttendeeRecord
    rewrite AttendeeRecord
        invalid key
            display "  " BookingAuthCode(BookingScan) " skipped - status is " AttendeeStatus
            exit section
    end-rewrite
    add 1 to ChangedCount

    accept HistoryTime from time
    move spaces to EditHistoryLine
    move 1 to HistoryPointer
    string BookingAuthCode(BookingScan) " " HistoryDate " " HistoryTime(1:6)
        " MOVED    Event moved " trim(ShiftDisplay) " days: "
        CampNightName(BookingOldFrom(BookingScan)) "-"
        CampNightName(BookingOldTo(BookingScan)) " now "
        CampNightName(BookingNewFrom(BookingScan)) "-"
        CampNightName(BookingNewTo(BookingScan))
        delimited by size into EditHistoryLine with pointer HistoryPointer
    if BookingNewAmount(BookingScan) not equal to BookingOldAmount(BookingScan)
        string ", AmountToPay " BookingOldAmount(BookingScan)
            " to " BookingNewAmount(BookingScan)
            delimited by size into EditHistoryLine with pointer HistoryPointer
    end-if
    call "AppendHistoryLine" using EditHistoryLine
.

MoveSessionDay section.
*> SessionDayIn to SessionDayOut along the camp week; SessionDayCut is
*> set where the move runs off either end and the day is left alone
    move SessionDayIn to SessionDayOut
    move 0 to SessionDayCut
    move spaces to SessionMoveWording
    perform varying CampNightScan from 1 by 1 until CampNightScan is greater than 6
        if CampNightName(CampNightScan) equal to SessionDayIn
            compute ShiftWork = CampNightScan + WeekShift
        end-if
    end-perform
    if SessionDayIn equal to spaces
        exit section
    end-if
    if ShiftWork is less than 1 or ShiftWork is greater than 6
        move 1 to SessionDayCut
        add 1 to SessionStuck
        string SessionDayIn " - needs a new day"
            delimited by size into SessionMoveWording
        exit section
    end-if
    move CampNightName(ShiftWork) to SessionDayOut
    add 1 to SessionMoved
    string SessionDayIn " -> " SessionDayOut
        delimited by size into SessionMoveWording
.

MoveShifts section.
    set SessionsChanged to false
    open input ShiftsFile
    open output SessionHoldFile
        read ShiftsFile
            at end set EndOfShiftsFile to true
        end-read
        perform until EndOfShiftsFile
            move ShiftDay of ShiftRecord to SessionDayIn
            move zero to ShiftWork
            perform MoveSessionDay
            move spaces to ReportLine
            string "  Shift " trim(ShiftStation of ShiftRecord) " "
                trim(ShiftSlot of ShiftRecord) " " trim(SessionMoveWording)
                delimited by size into ReportLine
            write ReportLine
            if SessionDayOut not equal to SessionDayIn
                set SessionsChanged to true
                move SessionDayOut to ShiftDay of ShiftRecord
                perform varying AssigneeScan from 1 by 1 until AssigneeScan is greater than 4
                    if ShiftAssignee of ShiftRecord(AssigneeScan) not equal to spaces
                        accept HistoryTime from time
                        move spaces to EditHistoryLine
                        string ShiftAssignee of ShiftRecord(AssigneeScan) " " HistoryDate
                            " " HistoryTime(1:6) " MOVED    Shift "
                            trim(ShiftStation of ShiftRecord) " "
                            trim(ShiftSlot of ShiftRecord) " now on "
                            SessionDayOut " (was " SessionDayIn ")"
                            delimited by size into EditHistoryLine
                        call "AppendHistoryLine" using EditHistoryLine
                    end-if
                end-perform
            end-if
            move ShiftRecord to SessionHoldLine
            write SessionHoldLine
            read ShiftsFile
                at end set EndOfShiftsFile to true
            end-read
        end-perform
    close ShiftsFile
    close SessionHoldFile
    if SessionsChanged
        call "C$COPY" using SessionHoldFileName, ShiftsFileName, 0
    end-if
    call "SYSTEM" using "rm -f reschedule.tmp"
.

MoveWorkshops section.
    set SessionsChanged to false
    open input WorkshopsFile
    open output SessionHoldFile
        read WorkshopsFile
            at end set EndOfWorkshopsFile to true
        end-read
        perform until EndOfWorkshopsFile
            move WorkshopDay of WorkshopRecord to SessionDayIn
            move zero to ShiftWork
            perform MoveSessionDay
            move spaces to ReportLine
            string "  Workshop " WorkshopNumber of WorkshopRecord " "
                trim(WorkshopTitle of WorkshopRecord) " " trim(SessionMoveWording)
                delimited by size into ReportLine
            write ReportLine
            if SessionDayOut not equal to SessionDayIn
                set SessionsChanged to true
                move SessionDayOut to WorkshopDay of WorkshopRecord
                if WorkshopLeader of WorkshopRecord not equal to spaces
                    accept HistoryTime from time
                    move spaces to EditHistoryLine
                    string WorkshopLeader of WorkshopRecord " " HistoryDate
                        " " HistoryTime(1:6) " MOVED    Workshop "
                        WorkshopNumber of WorkshopRecord " "
                        trim(WorkshopTitle of WorkshopRecord) " now on "
                        SessionDayOut " (was " SessionDayIn ")"
                        delimited by size into EditHistoryLine
                    call "AppendHistoryLine" using EditHistoryLine
                end-if
            end-if
            move WorkshopRecord to SessionHoldLine
            write SessionHoldLine
            read WorkshopsFile
                at end set EndOfWorkshopsFile to true
            end-read
        end-perform
    close WorkshopsFile
    close SessionHoldFile
    if SessionsChanged
        call "C$COPY" using SessionHoldFileName, WorkshopsFileName, 0
    end-if
    call "SYSTEM" using "rm -f reschedule.tmp"
.

MoveShuttleRuns section.
*> the drivers are not on the bookings file, so the run report is the
*> record of the move - the passengers hear through the change notice
    set SessionsChanged to false
    open input ShuttleRunsFile
    open output SessionHoldFile
        read ShuttleRunsFile
            at end set EndOfShuttleRunsFile to true
        end-read
        perform until EndOfShuttleRunsFile
            move ShuttleDay of ShuttleRunRecord to SessionDayIn
            move zero to ShiftWork
            perform MoveSessionDay
            move spaces to ReportLine
            string "  Shuttle run " ShuttleRunNumber of ShuttleRunRecord " "
                ShuttleTime of ShuttleRunRecord " " trim(SessionMoveWording)
                " driver " trim(ShuttleDriver of ShuttleRunRecord)
                delimited by size into ReportLine
            write ReportLine
            if SessionDayOut not equal to SessionDayIn
                set SessionsChanged to true
                move SessionDayOut to ShuttleDay of ShuttleRunRecord
            end-if
            move ShuttleRunRecord to SessionHoldLine
            write SessionHoldLine
            read ShuttleRunsFile
                at end set EndOfShuttleRunsFile to true
            end-read
        end-perform
    close ShuttleRunsFile
    close SessionHoldFile
    if SessionsChanged
        call "C$COPY" using SessionHoldFileName, ShuttleRunsFileName, 0
    end-if
    call "SYSTEM" using "rm -f reschedule.tmp"
.

SendChangeNotices section.
*> everyone still coming hears about the move, in their own language
*> where there is a template for it
    move TemplateFileName to LetterTemplateBaseName
    move spaces to LetterTemplateLanguage
    call "LetterTemplates" using LetterTemplate
    if LetterTemplateLineCount equal to zero
        display "Template " trim(TemplateFileName) " is missing or empty - no change notices produced"
        exit section
    end-if
    move NewStartDate to DateToFormat
    perform FormatLetterDate
    move DateForLetter to NewStartWording
    move NewEndDate to DateToFormat
    perform FormatLetterDate
    move DateForLetter to NewEndWording

    call "SYSTEM" using "mkdir -p letters/email letters/post letters/sms"
    open extend OutboxFile
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile
            if AttendeeComing of AttendeeRecord
                if EssentialContactAllowed of AttendeeRecord
                    perform ProduceChangeNotice
                else
                    add 1 to LettersSkippedNoConsent
                end-if
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile
    close OutboxFile
    call "ReportMissingTranslations"
.

FormatLetterDate section.
    move spaces to DateForLetter
    string FormatDay "/" FormatMonth "/" FormatYear
        delimited by size into DateForLetter
.

ProduceChangeNotice section.
    move 0 to ThisBookingCut
    perform varying BookingScan from 1 by 1 until BookingScan is greater than BookingCount
        if BookingAuthCode(BookingScan) equal to AuthCode of AttendeeRecord
                and BookingProblem(BookingScan) not equal to spaces
            move 1 to ThisBookingCut
        end-if
    end-perform

    evaluate true
        when PrefersPost of AttendeeRecord
            move "post" to ChannelFolder
        when PrefersSMS of AttendeeRecord
            move "sms" to ChannelFolder
        when other
            move "email" to ChannelFolder
    end-evaluate
    move spaces to LetterFileName
    string "letters/" trim(ChannelFolder) "/reschedule-"
        AuthCode of AttendeeRecord ".txt"
        delimited by size into LetterFileName

    compute BalanceAmount = AmountToPay of AttendeeRecord - AmountPaid of AttendeeRecord
    move BalanceAmount to BalanceDisplay
    move PreferredLanguage of AttendeeRecord to LetterTemplateLanguage
    call "LetterTemplates" using LetterTemplate

    open output LetterFile
    perform varying TemplateLineNumber from 1 by 1
        until TemplateLineNumber is greater than LetterTemplateLineCount
        move LetterTemplateText(TemplateLineNumber) to WorkLine
*> lines marked {IFCUT} are only for those whose stay no longer fits
        if WorkLine(1:7) equal to "{IFCUT}"
            if ThisBookingCut equal to 1
                move WorkLine(8:) to WorkLine
                perform WriteNoticeLine
            end-if
        else
            perform WriteNoticeLine
        end-if
    end-perform
    close LetterFile

    initialize OutboxRecord
    string "RESC-" AuthCode of AttendeeRecord "-" HistoryDate
        delimited by size into OutboxMessageId of OutboxRecord
    move AuthCode of AttendeeRecord to OutboxAuthCode of OutboxRecord
    evaluate true
        when PrefersPost of AttendeeRecord
            set OutboxByPost of OutboxRecord to true
            move AttendeeName of AttendeeRecord to OutboxAddress of OutboxRecord
        when PrefersSMS of AttendeeRecord
            set OutboxBySMS of OutboxRecord to true
            move Telephone of AttendeeRecord to OutboxAddress of OutboxRecord
        when other
            set OutboxByEmail of OutboxRecord to true
            move Email of AttendeeRecord to OutboxAddress of OutboxRecord
    end-evaluate
    move "RESCHEDULE" to OutboxKind of OutboxRecord
    move HistoryDate to OutboxWrittenDate of OutboxRecord
    move LetterFileName to OutboxLetterFile of OutboxRecord
    write OutboxRecord
    add 1 to LettersProduced
.

WriteNoticeLine section.
    move substitute(WorkLine, "{NAME}", trim(AttendeeName of AttendeeRecord)) to WorkLine
    move substitute(WorkLine, "{AUTHCODE}", AuthCode of AttendeeRecord) to WorkLine
    move substitute(WorkLine, "{ARRIVAL}", ArrivalDay of AttendeeRecord) to WorkLine
    move substitute(WorkLine, "{DEPARTURE}", DepartureDay of AttendeeRecord) to WorkLine
    move substitute(WorkLine, "{EVENTSTART}", trim(NewStartWording)) to WorkLine
    move substitute(WorkLine, "{EVENTEND}", trim(NewEndWording)) to WorkLine
    move substitute(WorkLine, "{BALANCE}", trim(BalanceDisplay)) to WorkLine
    move WorkLine to LetterLine
    write LetterLine
.

end program RescheduleEvent.
