identification division.
program-id. PitchPlan.

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

    select optional PitchesFile assign to PitchesFileName
        organization is line sequential.

    select PlanFile assign to PlanFileName
        organization is line sequential.

data division.
file section.
    fd AttendeesFile is global.
        copy DD-Attendee replacing Attendee by
            ==AttendeeRecord is global.
            88 EndOfAttendeesFile value high-values==.

    fd PitchesFile.
        copy DD-Pitch replacing Pitch by
            ==PitchRecord.
            88 EndOfPitchesFile value high-values==.

    fd PlanFile.
        01 PlanLine pic x(100).

working-storage section.
    01 AttendeeStatus   pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".

    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 PitchesFileName pic x(20) value "pitches.dat".
    01 PlanFileName pic x(20) value "pitch-plan.txt".
    01 CommandLineArgumentCount pic 9 value zero.

    01 CampNightNames value "WedThuFriSatSunMon".
        02 CampNightName pic xxx occurs 6 times indexed by CampNightIndex.
    01 ArrivalNightIndex pic 9 value zero.
    01 DepartureNightIndex pic 9 value zero.

    01 PitchTable.
        02 PitchEntry occurs 100 times.
            03 TablePitchId pic x(10) value spaces.
            03 TablePitchArea pic x(15) value spaces.
            03 TablePitchCapacity pic 99 value zero.
            03 PitchNight occurs 6 times.
                04 NightOccupant pic 999 value zero.
    01 PitchCount pic 999 value zero.
    01 PitchScan pic 999 value zero.

*> one line per booking on a pitch, so the plan can list who is on it
*> and what to watch for without going back to the attendee file
    01 OccupantTable.
        02 OccupantEntry occurs 500 times.
            03 OccupantPitch pic 999 value zero.
            03 OccupantAuthCode pic x(6) value spaces.
            03 OccupantName pic x(25) value spaces.
            03 OccupantPeople pic 99 value zero.
            03 OccupantFromNight pic 9 value zero.
            03 OccupantToNight pic 9 value zero.
            03 OccupantDogs pic 9 value zero.
            03 OccupantGas pic 9 value zero.
            03 OccupantAccessFlag pic 9 value 0.
                88 OccupantNeedsAccess value 1 when set to false is 0.
            03 OccupantHookUpFlag pic 9 value 0.
                88 OccupantWantsHookUp value 1 when set to false is 0.
            03 OccupantCircuit pic x(6) value spaces.
    01 OccupantCount pic 999 value zero.
    01 OccupantScan pic 999 value zero.
    01 UnknownPitchCount pic 999 value zero.
    01 UnallocatedCount pic 999 value zero.

    01 AreasSeen.
        02 SeenAreaName pic x(15) occurs 20 times.
    01 AreasSeenCount pic 99 value zero.
    01 AreaScan pic 99 value zero.
    01 AreaKnownFlag pic 9 value 0.
        88 AreaAlreadySeen value 1 when set to false is 0.
    01 CurrentArea pic x(15) value spaces.

    01 NightCell pic x(10) value spaces.
    01 SpareBeds pic s99 value zero.
    01 SpareBedsDisplay pic z9.
    01 PlanPointer pic 999 value 1.
    01 PitchFlags pic x(16) value spaces.
    01 FreeNightsInArea pic 999 value zero.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than zero
        accept AttendeesFileName from argument-value
    end-if

    perform LoadPitchTable
    if PitchCount equal to zero
        display "No pitches in " trim(PitchesFileName) " - nothing to plan"
        stop run
    end-if
    perform LoadOccupants

    open output PlanFile
    perform varying AreaScan from 1 by 1
        until AreaScan is greater than AreasSeenCount
        move SeenAreaName(AreaScan) to CurrentArea
        perform WriteAreaPlan
    end-perform
    close PlanFile

    display "Pitch plan written to " trim(PlanFileName) " for "
        AreasSeenCount " areas"
    if UnallocatedCount is greater than zero
        display UnallocatedCount " bookings still have no pitch"
    end-if
    if UnknownPitchCount is greater than zero
        display UnknownPitchCount " bookings name a pitch that is not in "
            trim(PitchesFileName)
    end-if
    stop run.

LoadPitchTable section.
    move zero to PitchCount
    open input PitchesFile
        read PitchesFile
            at end set EndOfPitchesFile to true
        end-read
        perform until EndOfPitchesFile or PitchCount equal to 100
            add 1 to PitchCount
            move PitchId of PitchRecord to TablePitchId(PitchCount)
            move PitchArea of PitchRecord to TablePitchArea(PitchCount)
            move PitchCapacity of PitchRecord to TablePitchCapacity(PitchCount)
            set AreaAlreadySeen to false
            perform varying AreaScan from 1 by 1
                until AreaScan is greater than AreasSeenCount
                if SeenAreaName(AreaScan) equal to PitchArea of PitchRecord
                    set AreaAlreadySeen to true
                end-if
            end-perform
            if not AreaAlreadySeen and AreasSeenCount is less than 20
                add 1 to AreasSeenCount
                move PitchArea of PitchRecord to SeenAreaName(AreasSeenCount)
            end-if
            read PitchesFile
                at end set EndOfPitchesFile to true
            end-read
        end-perform
    close PitchesFile
.

LoadOccupants section.
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
                    and not TicketTypeIsDayVisitor of AttendeeRecord
                if PitchReference of AttendeeRecord equal to spaces
                    add 1 to UnallocatedCount
                else
                    perform AddOccupant
                end-if
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile
.

AddOccupant section.
    perform varying PitchScan from 1 by 1 until PitchScan is greater than PitchCount
        if TablePitchId(PitchScan) equal to PitchReference of AttendeeRecord
            exit perform
        end-if
    end-perform
    if PitchScan is greater than PitchCount
        add 1 to UnknownPitchCount
        exit section
    end-if
    if OccupantCount equal to 500
        exit section
    end-if

    perform ComputeNightSpanForRecord
    add 1 to OccupantCount
    move PitchScan to OccupantPitch(OccupantCount)
    move AuthCode of AttendeeRecord to OccupantAuthCode(OccupantCount)
    move AttendeeName of AttendeeRecord to OccupantName(OccupantCount)
    compute OccupantPeople(OccupantCount) = 1 + NumberOfKids of AttendeeRecord
    move ArrivalNightIndex to OccupantFromNight(OccupantCount)
    move DepartureNightIndex to OccupantToNight(OccupantCount)
    move NumberOfDogs of AttendeeRecord to OccupantDogs(OccupantCount)
    move GasBottlesCarried of AttendeeRecord to OccupantGas(OccupantCount)
    if AttendeeNeedsStepFree of AttendeeRecord
            or AttendeeNeedsAccessibleToilets of AttendeeRecord
            or AttendeeNeedsVehicleAdjacent of AttendeeRecord
            or AttendeeNeedsFirmGround of AttendeeRecord
        set OccupantNeedsAccess(OccupantCount) to true
    end-if
    if WantsElectricHookUp of AttendeeRecord
        set OccupantWantsHookUp(OccupantCount) to true
    end-if
    move HookUpCircuit of AttendeeRecord to OccupantCircuit(OccupantCount)

*> the night grid keeps the first booking found on each night - a second
*> one on the same night is a double booking and shows in the list below
    perform varying CampNightIndex from ArrivalNightIndex by 1
        until CampNightIndex is greater than DepartureNightIndex
        if NightOccupant(PitchScan, CampNightIndex) equal to zero
            move OccupantCount to NightOccupant(PitchScan, CampNightIndex)
        end-if
    end-perform
.

ComputeNightSpanForRecord section.
    set CampNightIndex to 1
    search CampNightName
        at end move 1 to ArrivalNightIndex
        when CampNightName(CampNightIndex) equal to ArrivalDay of AttendeeRecord
            move CampNightIndex to ArrivalNightIndex
    end-search

    evaluate true
        when DepartureDayIsValid of AttendeeRecord
            set CampNightIndex to 1
            search CampNightName
                at end move ArrivalNightIndex to DepartureNightIndex
                when CampNightName(CampNightIndex)
                        equal to DepartureDay of AttendeeRecord
                    move CampNightIndex to DepartureNightIndex
            end-search
        when CanStayTillMonday of AttendeeRecord
            move 6 to DepartureNightIndex
        when other
            move 5 to DepartureNightIndex
    end-evaluate

    if DepartureNightIndex is less than ArrivalNightIndex
        move ArrivalNightIndex to DepartureNightIndex
    end-if
.

WriteAreaPlan section.
    move zero to FreeNightsInArea
    move spaces to PlanLine
    write PlanLine
    move spaces to PlanLine
    string "PITCH PLAN - AREA " upper-case(trim(CurrentArea))
        delimited by size into PlanLine
    write PlanLine
    move all "=" to PlanLine
    write PlanLine
    move "Each night shows the AuthCode on the pitch and /beds still spare,"
        to PlanLine
    write PlanLine
    move "or 'free' with the beds it sleeps. D dogs  G gas  A access needs  E hook-up"
        to PlanLine
    write PlanLine
    move spaces to PlanLine
    write PlanLine
    move "Pitch      Sleeps Wed       Thu       Fri       Sat       Sun       Mon       Flags"
        to PlanLine
    write PlanLine

    perform varying PitchScan from 1 by 1 until PitchScan is greater than PitchCount
        if TablePitchArea(PitchScan) equal to CurrentArea
            perform WritePitchLine
        end-if
    end-perform

    move spaces to PlanLine
    write PlanLine
    move spaces to PlanLine
    string "Free pitch-nights in this area: " FreeNightsInArea
        delimited by size into PlanLine
    write PlanLine
.

WritePitchLine section.
    move spaces to PitchFlags
    perform varying OccupantScan from 1 by 1
        until OccupantScan is greater than OccupantCount
        if OccupantPitch(OccupantScan) equal to PitchScan
            if OccupantDogs(OccupantScan) is greater than zero
                move "D" to PitchFlags(1:1)
            end-if
            if OccupantGas(OccupantScan) is greater than zero
                move "G" to PitchFlags(3:1)
            end-if
            if OccupantNeedsAccess(OccupantScan)
                move "A" to PitchFlags(5:1)
            end-if
            if OccupantWantsHookUp(OccupantScan)
                move "E" to PitchFlags(7:1)
            end-if
        end-if
    end-perform

    move spaces to PlanLine
    move 1 to PlanPointer
    string TablePitchId(PitchScan) " " TablePitchCapacity(PitchScan) "     "
        delimited by size into PlanLine with pointer PlanPointer
    perform varying CampNightIndex from 1 by 1 until CampNightIndex is greater than 6
        perform BuildNightCell
        string NightCell delimited by size
            into PlanLine with pointer PlanPointer
    end-perform
    string PitchFlags delimited by size into PlanLine with pointer PlanPointer
    write PlanLine

    perform varying OccupantScan from 1 by 1
        until OccupantScan is greater than OccupantCount
        if OccupantPitch(OccupantScan) equal to PitchScan
            perform WriteOccupantLine
        end-if
    end-perform
.

BuildNightCell section.
    move spaces to NightCell
    move NightOccupant(PitchScan, CampNightIndex) to OccupantScan
    if OccupantScan equal to zero
        add 1 to FreeNightsInArea
        move TablePitchCapacity(PitchScan) to SpareBedsDisplay
        string "free " SpareBedsDisplay delimited by size into NightCell
        exit section
    end-if
    compute SpareBeds = TablePitchCapacity(PitchScan)
        - OccupantPeople(OccupantScan)
    if SpareBeds is less than zero
        string OccupantAuthCode(OccupantScan) "/FULL"
            delimited by size into NightCell
    else
        move SpareBeds to SpareBedsDisplay
        string OccupantAuthCode(OccupantScan) "/" trim(SpareBedsDisplay)
            delimited by size into NightCell
    end-if
.

WriteOccupantLine section.
    move spaces to PlanLine
    move 1 to PlanPointer
    string "    " OccupantAuthCode(OccupantScan) " "
        OccupantName(OccupantScan) " "
        CampNightName(OccupantFromNight(OccupantScan)) "-"
        CampNightName(OccupantToNight(OccupantScan)) " "
        OccupantPeople(OccupantScan) " people"
        delimited by size into PlanLine with pointer PlanPointer
    if OccupantDogs(OccupantScan) is greater than zero
        string "  dogs x" OccupantDogs(OccupantScan)
            delimited by size into PlanLine with pointer PlanPointer
    end-if
    if OccupantGas(OccupantScan) is greater than zero
        string "  gas x" OccupantGas(OccupantScan)
            delimited by size into PlanLine with pointer PlanPointer
    end-if
    if OccupantNeedsAccess(OccupantScan)
        string "  ACCESS" delimited by size
            into PlanLine with pointer PlanPointer
    end-if
    if OccupantWantsHookUp(OccupantScan)
        if OccupantCircuit(OccupantScan) equal to spaces
            string "  hook-up (no circuit yet)" delimited by size
                into PlanLine with pointer PlanPointer
        else
            string "  hook-up " OccupantCircuit(OccupantScan) delimited by size
                into PlanLine with pointer PlanPointer
        end-if
    end-if
    write PlanLine
.

end program PitchPlan.
