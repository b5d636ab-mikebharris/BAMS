identification division.
program-id. ArrivalSlotReport.

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

    select optional ShiftsFile assign to ShiftsFileName
        organization is line sequential.

    select optional EventDetailsFile assign to EventDetailsFileName
        organization is line sequential.

    select optional EventsRegistryFile assign to EventsRegistryFileName
        organization is line sequential.

    select SlotReportFile assign to SlotReportFileName
        organization is line sequential.

data division.
file section.
    fd AttendeesFile is global.
        copy DD-Attendee replacing Attendee by
            ==AttendeeRecord is global.
            88 EndOfAttendeesFile value high-values==.

    fd ShiftsFile.
        copy DD-Shift replacing Shift by
            ==ShiftRecord.
            88 EndOfShiftsFile value high-values==.

    fd EventDetailsFile.
        copy DD-EventDetails replacing EventDetails by
            ==EventDetailsRecord==.

    fd EventsRegistryFile.
        copy DD-Event replacing Event by
            ==EventRegistryRecord.
            88 EndOfEventsRegistryFile value high-values==.

    fd SlotReportFile.
        01 SlotReportLine pic x(100).

working-storage section.
    01 AttendeeStatus   pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".

    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 ShiftsFileName pic x(20) value "shifts.dat".
    01 EventDetailsFileName pic x(20) value "event-details.dat".
    01 EventsRegistryFileName pic x(20) value "events.dat".
    01 SlotReportFileName pic x(30) value "arrival-slots.txt".
    01 CommandLineArgumentCount pic 9 value zero.
    01 ArrivalsPerCrewEntry pic x(5) value spaces.
    copy DD-EventDetails.

*> a gate crew member can check in about this many parties in a
*> two-hour slot - overridable on the command line once we know better
    01 ArrivalsPerCrew pic 99 value 8.

    01 CampNightNames value "WedThuFriSatSunMon".
        02 CampNightName pic xxx occurs 6 times.
    01 ArrivalSlotNames value "10-1212-1414-1616-1818-2020-22".
        02 ArrivalSlotName pic x(5) occurs 6 times.

    01 SlotGrid.
        02 SlotDay occurs 6 times.
            03 UnbookedParties pic 999 value zero.
            03 UnbookedPeople pic 999 value zero.
            03 SlotCell occurs 6 times.
                04 CellParties pic 999 value zero.
                04 CellPeople pic 999 value zero.
                04 CellCrewNeeded pic 99 value zero.
                04 CellCrewAssigned pic 99 value zero.
                04 CellGateShifts pic 99 value zero.

    01 DayNumber pic 9 value zero.
    01 SlotNumber pic 9 value zero.
    01 AssigneeSlot pic 9 value zero.
    01 CrewForecast pic 99 value zero.
    01 PeopleInParty pic 99 value zero.
    01 SlotVerdict pic x(14) value spaces.
    01 SlotFullMarker pic x(9) value spaces.
    01 SlotsShortOfCrew pic 99 value zero.
    01 SlotsOverCapacity pic 99 value zero.
    01 CapacityDisplay pic zz9.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than zero
        accept AttendeesFileName from argument-value
    end-if
    if CommandLineArgumentCount is greater than 1
        accept ArrivalsPerCrewEntry from argument-value
        if test-numval(ArrivalsPerCrewEntry) equal to zero
                and numval(ArrivalsPerCrewEntry) is greater than zero
            move numval(ArrivalsPerCrewEntry) to ArrivalsPerCrew
        end-if
    end-if

    perform LoadSlotCapacity
    perform TallySlotBookings
    perform TallyGateShifts
    perform WriteSlotReport

    display "Arrival slot forecast written to " trim(SlotReportFileName)
    display "Slots short of gate crew: " SlotsShortOfCrew
        " - slots at or over capacity: " SlotsOverCapacity
    stop run.

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
            end-if
            read EventsRegistryFile
                at end set EndOfEventsRegistryFile to true
            end-read
        end-perform
    close EventsRegistryFile
.

TallySlotBookings section.
    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile
            if AttendeeComing of AttendeeRecord
                    and not AttendeeIsNoShow of AttendeeRecord
                perform AddAttendeeToSlotGrid
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile
.

AddAttendeeToSlotGrid section.
    perform varying DayNumber from 1 by 1 until DayNumber greater than 6
        if CampNightName(DayNumber) equal to ArrivalDay of AttendeeRecord
            exit perform
        end-if
    end-perform
    if DayNumber is greater than 6
        exit section
    end-if
    compute PeopleInParty = 1 + NumberOfKids of AttendeeRecord

    if ArrivalSlotNotBooked of AttendeeRecord
        add 1 to UnbookedParties(DayNumber)
        add PeopleInParty to UnbookedPeople(DayNumber)
        exit section
    end-if

    perform varying SlotNumber from 1 by 1 until SlotNumber greater than 6
        if ArrivalSlotName(SlotNumber) equal to ArrivalSlot of AttendeeRecord
            add 1 to CellParties(DayNumber, SlotNumber)
            add PeopleInParty to CellPeople(DayNumber, SlotNumber)
        end-if
    end-perform
.

TallyGateShifts section.
*> only shifts at the GATE station count as arrival crew - kitchen and
*> kids' tent shifts in the same slot do not help the queue
    open input ShiftsFile
        read ShiftsFile
            at end set EndOfShiftsFile to true
        end-read
        perform until EndOfShiftsFile
            if upper-case(trim(ShiftStation of ShiftRecord)) equal to "GATE"
                perform AddShiftToSlotGrid
            end-if
            read ShiftsFile
                at end set EndOfShiftsFile to true
            end-read
        end-perform
    close ShiftsFile
.

AddShiftToSlotGrid section.
    perform varying DayNumber from 1 by 1 until DayNumber greater than 6
        if CampNightName(DayNumber) equal to ShiftDay of ShiftRecord
            perform varying SlotNumber from 1 by 1 until SlotNumber greater than 6
                if ArrivalSlotName(SlotNumber)
                        equal to trim(ShiftSlot of ShiftRecord)
                    add 1 to CellGateShifts(DayNumber, SlotNumber)
                    perform varying AssigneeSlot from 1 by 1
                        until AssigneeSlot is greater than 4
                        if ShiftAssignee of ShiftRecord(AssigneeSlot)
                                not equal to spaces
                            add 1 to CellCrewAssigned(DayNumber, SlotNumber)
                        end-if
                    end-perform
                end-if
            end-perform
        end-if
    end-perform
.

WriteSlotReport section.
    move SlotCapacity of EventDetails to CapacityDisplay
    open output SlotReportFile
    move "Arrival slots against gate crew" to SlotReportLine
    write SlotReportLine
    move all "=" to SlotReportLine
    write SlotReportLine
    move spaces to SlotReportLine
    if SlotCapacity of EventDetails equal to zero
        string "Slot capacity: no cap set - crew forecast at "
            ArrivalsPerCrew " parties per person per slot"
            delimited by size into SlotReportLine
    else
        string "Slot capacity: " trim(CapacityDisplay)
            " parties - crew forecast at "
            ArrivalsPerCrew " parties per person per slot"
            delimited by size into SlotReportLine
    end-if
    write SlotReportLine
    move spaces to SlotReportLine
    write SlotReportLine
    move "Day Slot  Parties People Crew needed Crew on rota Gate shifts Verdict"
        to SlotReportLine
    write SlotReportLine

    perform varying DayNumber from 1 by 1 until DayNumber greater than 6
        perform varying SlotNumber from 1 by 1 until SlotNumber greater than 6
            perform WriteSlotLine
        end-perform
        if UnbookedParties(DayNumber) is greater than zero
            move spaces to SlotReportLine
            string CampNightName(DayNumber) " (none) "
                UnbookedParties(DayNumber) "     "
                UnbookedPeople(DayNumber)
                "    - no slot booked, could turn up at any time"
                delimited by size into SlotReportLine
            write SlotReportLine
        end-if
    end-perform
    close SlotReportFile
.

WriteSlotLine section.
    if CellParties(DayNumber, SlotNumber) equal to zero
            and CellGateShifts(DayNumber, SlotNumber) equal to zero
        exit section
    end-if

    compute CrewForecast =
        (CellParties(DayNumber, SlotNumber) + ArrivalsPerCrew - 1)
            / ArrivalsPerCrew
    move CrewForecast to CellCrewNeeded(DayNumber, SlotNumber)

    move spaces to SlotVerdict
    evaluate true
        when CellParties(DayNumber, SlotNumber) is greater than zero
                and CellGateShifts(DayNumber, SlotNumber) equal to zero
            move "NO GATE SHIFT" to SlotVerdict
            add 1 to SlotsShortOfCrew
        when CellCrewAssigned(DayNumber, SlotNumber)
                is less than CellCrewNeeded(DayNumber, SlotNumber)
            move "SHORT OF CREW" to SlotVerdict
            add 1 to SlotsShortOfCrew
        when other
            move "ok" to SlotVerdict
    end-evaluate
    move spaces to SlotFullMarker
    if SlotCapacity of EventDetails is greater than zero
            and CellParties(DayNumber, SlotNumber)
                is greater than or equal to SlotCapacity of EventDetails
        move "SLOT FULL" to SlotFullMarker
        add 1 to SlotsOverCapacity
    end-if

    move spaces to SlotReportLine
    string CampNightName(DayNumber) " "
        ArrivalSlotName(SlotNumber) " "
        CellParties(DayNumber, SlotNumber) "     "
        CellPeople(DayNumber, SlotNumber) "    "
        CellCrewNeeded(DayNumber, SlotNumber) "          "
        CellCrewAssigned(DayNumber, SlotNumber) "           "
        CellGateShifts(DayNumber, SlotNumber) "          "
        SlotVerdict " " SlotFullMarker
        delimited by size into SlotReportLine
    write SlotReportLine
.

end program ArrivalSlotReport.
