identification division.
program-id. CircuitReport.

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

    select optional CircuitsFile assign to CircuitsFileName
        organization is line sequential.

    select CircuitReportFile assign to CircuitReportFileName
        organization is line sequential.

data division.
file section.
    fd AttendeesFile is global.
        copy DD-Attendee replacing Attendee by
            ==AttendeeRecord is global.
            88 EndOfAttendeesFile value high-values==.

    fd CircuitsFile.
        copy DD-Circuit replacing Circuit by
            ==CircuitRecord.
            88 EndOfCircuitsFile value high-values==.

    fd CircuitReportFile.
        01 CircuitReportLine pic x(100).

working-storage section.
    01 AttendeeStatus   pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".

    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 CircuitsFileName pic x(20) value "circuits.dat".
    01 CircuitReportFileName pic x(30) value "circuit-capacity.txt".
    01 CommandLineArgumentCount pic 9 value zero.

    01 CampNightNames value "WedThuFriSatSunMon".
        02 CampNightName pic xxx occurs 6 times.
    01 ArrivalNightIndex pic 9 value zero.
    01 DepartureNightIndex pic 9 value zero.
    01 NightNumber pic 9 value zero.

    01 CircuitTable.
        02 CircuitEntry occurs 60 times.
            03 TableCircuitId pic x(6) value spaces.
            03 TableCircuitArea pic x(15) value spaces.
            03 TableCircuitRating pic 999 value zero.
            03 TableCircuitSockets pic 99 value zero.
            03 CircuitNight occurs 6 times.
                04 NightAmps pic 999 value zero.
                04 NightSockets pic 99 value zero.
    01 CircuitCount pic 99 value zero.
    01 CircuitScan pic 99 value zero.

    01 HookUpsWanted pic 999 value zero.
    01 HookUpsAllocated pic 999 value zero.
    01 HookUpsOnUnknownCircuit pic 999 value zero.
    01 CircuitsOverloaded pic 99 value zero.
    01 OverloadFlag pic 9 value 0.
        88 CircuitIsOverloaded value 1 when set to false is 0.

    01 SpareAmps pic s999 value zero.
    01 SpareAmpsDisplay pic -zz9.
    01 SpareSockets pic s99 value zero.
    01 SpareSocketsDisplay pic -z9.
    01 ReportPointer pic 999 value 1.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than zero
        accept AttendeesFileName from argument-value
    end-if

    perform LoadCircuitTable
    if CircuitCount equal to zero
        display "No circuits in " trim(CircuitsFileName) " - nothing to report"
        stop run
    end-if
    perform TallyHookUps
    perform WriteCircuitReport

    display "Circuit capacity written to " trim(CircuitReportFileName)
    display "Hook-ups wanted: " HookUpsWanted " - on a circuit: " HookUpsAllocated
        " - circuits over rating: " CircuitsOverloaded
    stop run.

LoadCircuitTable section.
    open input CircuitsFile
        read CircuitsFile
            at end set EndOfCircuitsFile to true
        end-read
        perform until EndOfCircuitsFile or CircuitCount equal to 60
            add 1 to CircuitCount
            move CircuitId of CircuitRecord to TableCircuitId(CircuitCount)
            move CircuitArea of CircuitRecord to TableCircuitArea(CircuitCount)
            move CircuitAmpRating of CircuitRecord to TableCircuitRating(CircuitCount)
            move CircuitSockets of CircuitRecord to TableCircuitSockets(CircuitCount)
            read CircuitsFile
                at end set EndOfCircuitsFile to true
            end-read
        end-perform
    close CircuitsFile
.

TallyHookUps section.
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
            if not AttendeeCancelled of AttendeeRecord
                    and not AttendeeIsNoShow of AttendeeRecord
                if WantsElectricHookUp of AttendeeRecord
                    add 1 to HookUpsWanted
                end-if
                if not HookUpNotAllocated of AttendeeRecord
                    perform AddHookUpToCircuit
                end-if
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile
.

AddHookUpToCircuit section.
    perform varying CircuitScan from 1 by 1 until CircuitScan is greater than CircuitCount
        if TableCircuitId(CircuitScan) equal to HookUpCircuit of AttendeeRecord
            exit perform
        end-if
    end-perform
    if CircuitScan is greater than CircuitCount
        add 1 to HookUpsOnUnknownCircuit
        exit section
    end-if
    add 1 to HookUpsAllocated

    perform varying ArrivalNightIndex from 1 by 1 until ArrivalNightIndex is greater than 6
        if CampNightName(ArrivalNightIndex) equal to ArrivalDay of AttendeeRecord
            exit perform
        end-if
    end-perform
    if ArrivalNightIndex is greater than 6
        move 1 to ArrivalNightIndex
    end-if
    move 5 to DepartureNightIndex
    if CanStayTillMonday of AttendeeRecord
        move 6 to DepartureNightIndex
    end-if
    perform varying NightNumber from 1 by 1 until NightNumber is greater than 6
        if CampNightName(NightNumber) equal to DepartureDay of AttendeeRecord
            move NightNumber to DepartureNightIndex
        end-if
    end-perform
    if DepartureNightIndex is less than ArrivalNightIndex
        move ArrivalNightIndex to DepartureNightIndex
    end-if

    perform varying NightNumber from ArrivalNightIndex by 1
        until NightNumber is greater than DepartureNightIndex
        add HookUpLoadAmps of AttendeeRecord to NightAmps(CircuitScan, NightNumber)
        add 1 to NightSockets(CircuitScan, NightNumber)
    end-perform
.

WriteCircuitReport section.
    open output CircuitReportFile
    move "Electric hook-up circuits - spare capacity by night" to CircuitReportLine
    write CircuitReportLine
    move all "=" to CircuitReportLine
    write CircuitReportLine
    move "Each night shows spare amps / spare sockets. OVER means the booked load"
        to CircuitReportLine
    write CircuitReportLine
    move "is above the circuit rating - it will trip." to CircuitReportLine
    write CircuitReportLine
    move spaces to CircuitReportLine
    write CircuitReportLine
    move "Circuit Area            Rating Skts Wed     Thu     Fri     Sat     Sun     Mon"
        to CircuitReportLine
    write CircuitReportLine

    perform varying CircuitScan from 1 by 1 until CircuitScan is greater than CircuitCount
        perform WriteCircuitLine
    end-perform

    move spaces to CircuitReportLine
    write CircuitReportLine
    move spaces to CircuitReportLine
    move 1 to ReportPointer
    string "Hook-ups wanted: " HookUpsWanted "   on a circuit: " HookUpsAllocated
        "   still to plug in: " delimited by size into CircuitReportLine
        with pointer ReportPointer
    if HookUpsWanted is greater than HookUpsAllocated
        compute SpareAmps = HookUpsWanted - HookUpsAllocated
        move SpareAmps to SpareAmpsDisplay
        string trim(SpareAmpsDisplay) delimited by size into CircuitReportLine
            with pointer ReportPointer
    else
        string "0" delimited by size into CircuitReportLine
            with pointer ReportPointer
    end-if
    write CircuitReportLine
    if HookUpsOnUnknownCircuit is greater than zero
        move spaces to CircuitReportLine
        string HookUpsOnUnknownCircuit
            " bookings are on a circuit that is not in "
            trim(CircuitsFileName) delimited by size into CircuitReportLine
        write CircuitReportLine
    end-if
    close CircuitReportFile
.

WriteCircuitLine section.
    set CircuitIsOverloaded to false
    move spaces to CircuitReportLine
    move 1 to ReportPointer
    string TableCircuitId(CircuitScan) "  " TableCircuitArea(CircuitScan) " "
        TableCircuitRating(CircuitScan) "A  " TableCircuitSockets(CircuitScan) "   "
        delimited by size into CircuitReportLine with pointer ReportPointer
    perform varying NightNumber from 1 by 1 until NightNumber is greater than 6
        compute SpareAmps = TableCircuitRating(CircuitScan)
            - NightAmps(CircuitScan, NightNumber)
        compute SpareSockets = TableCircuitSockets(CircuitScan)
            - NightSockets(CircuitScan, NightNumber)
        if SpareAmps is less than zero or SpareSockets is less than zero
            set CircuitIsOverloaded to true
            string "OVER    " delimited by size
                into CircuitReportLine with pointer ReportPointer
        else
            move SpareAmps to SpareAmpsDisplay
            move SpareSockets to SpareSocketsDisplay
            string SpareAmpsDisplay(2:3) "/" SpareSocketsDisplay(2:2) "  "
                delimited by size into CircuitReportLine with pointer ReportPointer
        end-if
    end-perform
    if CircuitIsOverloaded
        add 1 to CircuitsOverloaded
    end-if
    write CircuitReportLine
.

end program CircuitReport.
