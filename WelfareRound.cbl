identification division.
program-id. WelfareRound.

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

    select optional MedicationFile assign to MedicationFileName
        organization is line sequential.

    select optional TentPlacementsFile assign to TentPlacementsFileName
        organization is line sequential.

    select optional WelfareVisitsFile assign to WelfareVisitsFileName
        organization is line sequential.

    select WelfareRoundFile assign to WelfareRoundFileName
        organization is line sequential.

    select ReportFile assign to ReportFileName
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

    fd MedicationFile.
        copy DD-Medication replacing Medication by
            ==MedicationRecord.
            88 EndOfMedicationFile value high-values==.

    fd TentPlacementsFile.
        copy DD-TentPlacement replacing TentPlacement by
            ==TentPlacementRecord.
            88 EndOfTentPlacementsFile value high-values==.

    fd WelfareVisitsFile.
        copy DD-WelfareVisit replacing WelfareVisit by
            ==WelfareVisitRecord.
            88 EndOfWelfareVisitsFile value high-values==.

    fd WelfareRoundFile.
        copy DD-WelfareStop replacing WelfareStop by ==WelfareStopRecord==.

    fd ReportFile.
        01 ReportLine pic x(132).

working-storage section.
    01 AttendeeStatus   pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".

    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 PitchesFileName pic x(20) value "pitches.dat".
    01 MedicationFileName pic x(20) value "medication.dat".
    01 TentPlacementsFileName pic x(20) value "tent-placements.dat".
    01 WelfareVisitsFileName pic x(20) value "welfare-visits.dat".
    01 WelfareRoundFileName pic x(20) value "welfare-round.dat".
    01 ReportFileName pic x(40) value spaces.
    01 CommandLineArgumentCount pic 9 value zero.
    01 TodaysDate pic x(8) value spaces.
    01 TimeNow pic x(8) value spaces.
    01 RoundId pic x(12) value spaces.

*> a family with a child this young gets a knock whatever else is true
    01 YoungChildAgeLimit pic 99 value 5.

*> pitches.dat is laid down in the order the site is walked, so the
*> first pitch of an area places the area and each pitch its stop
    01 PitchLookupTable.
        02 PitchLookup occurs 300 times.
            03 LookupPitchId pic x(10) value spaces.
            03 LookupPitchArea pic x(15) value spaces.
            03 LookupAreaOrder pic 999 value zero.
    01 PitchLookupCount pic 999 value zero.
    01 PitchLookupScan pic 999 value zero.

    01 MedicationHolderTable.
        02 MedicationHolder pic x(6) occurs 500 times.
    01 MedicationHolderCount pic 999 value zero.
    01 MedicationHolderScan pic 999 value zero.

    01 TentSleeperTable.
        02 TentSleeper occurs 500 times.
            03 TentSleeperAuthCode pic x(6).
            03 TentSleeperTentId pic x(8).
    01 TentSleeperCount pic 999 value zero.
    01 TentSleeperScan pic 999 value zero.

    01 StopCount pic 9(4) value zero.
    01 StopTable.
*> the sheet numbers its lines in three figures, and the visits are
*> keyed back against those numbers, so it stops at 999
        02 StopEntry occurs 1 to 999 times depending on StopCount.
            03 StopAreaOrder pic 999.
            03 StopPlaceOrder pic 999.
            03 StopName pic x(25).
            03 StopAuthCode pic x(6).
            03 StopArea pic x(15).
            03 StopPlace pic x(10).
            03 StopTelephone pic x(14).
            03 StopReasons pic x(60).
            03 StopLastVisit pic x(12).
            03 StopLastOutcome pic x.
    01 StopScan pic 9(4) value zero.
    01 TableFullFlag pic 9 value 0.
        88 TableIsFull value 1 when set to false is 0.

    01 RecordArea pic x(15) value spaces.
    01 RecordPlace pic x(10) value spaces.
    01 RecordAreaOrder pic 999 value zero.
    01 RecordPlaceOrder pic 999 value zero.
    01 RecordReasons pic x(60) value spaces.
    01 ReasonPointer pic 99 value zero.
    01 KidScan pic 99 value zero.
    01 LastArea pic x(15) value spaces.
    01 VisitStamp pic x(12) value spaces.
    01 LastVisitWording pic x(40) value spaces.

    01 MedicalCount pic 9(4) value zero.
    01 AccessCount pic 9(4) value zero.
    01 MedicationCount pic 9(4) value zero.
    01 YoungKidsCount pic 9(4) value zero.
    01 CommunalCount pic 9(4) value zero.
    01 CountDisplay pic zzz9.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than zero
        accept AttendeesFileName from argument-value
    end-if
    accept TodaysDate from date yyyymmdd
    accept TimeNow from time
    move spaces to RoundId
    string TodaysDate TimeNow(1:4) delimited by size into RoundId

    perform LoadPitchAreas
    perform LoadMedicationHolders
    perform LoadTentSleepers
    perform CollectWelfareStops
    perform FindLastVisits
    if StopCount is greater than zero
        sort StopEntry on ascending key StopAreaOrder StopPlaceOrder StopName
    end-if

    move spaces to ReportFileName
    string "welfare-round-" RoundId ".txt" delimited by size into ReportFileName
    open output ReportFile
    open output WelfareRoundFile
    move spaces to ReportLine
    string "WELFARE ROUND " RoundId(1:8) " " RoundId(9:2) ":" RoundId(11:2)
        " - everyone on site who may need a visit"
        delimited by size into ReportLine
    perform WriteReportLine
    move all "=" to ReportLine(1:70)
    perform WriteReportLine
    move "Tick each stop as it is done: (O) seen and all well, (H) needs help,"
        to ReportLine
    perform WriteReportLine
    move "(N) no answer. Key the ticks back in on Tools - Welfare visits."
        to ReportLine
    perform WriteReportLine

    perform ListWelfareStops

    move spaces to ReportLine
    perform WriteReportLine
    move StopCount to CountDisplay
    move spaces to ReportLine
    string "Stops on this round:  " CountDisplay delimited by size into ReportLine
    perform WriteReportLine
    move MedicalCount to CountDisplay
    move spaces to ReportLine
    string "  medical notes       " CountDisplay delimited by size into ReportLine
    perform WriteReportLine
    move AccessCount to CountDisplay
    move spaces to ReportLine
    string "  access needs        " CountDisplay delimited by size into ReportLine
    perform WriteReportLine
    move MedicationCount to CountDisplay
    move spaces to ReportLine
    string "  medication held     " CountDisplay delimited by size into ReportLine
    perform WriteReportLine
    move YoungKidsCount to CountDisplay
    move spaces to ReportLine
    string "  under-5s            " CountDisplay delimited by size into ReportLine
    perform WriteReportLine
    move CommunalCount to CountDisplay
    move spaces to ReportLine
    string "  communal tent       " CountDisplay delimited by size into ReportLine
    perform WriteReportLine
    if TableIsFull
        move "WARNING: more than 999 stops - only the first 999 are on the sheet"
            to ReportLine
        perform WriteReportLine
    end-if
    close WelfareRoundFile
    close ReportFile
    display "Round sheet in " trim(ReportFileName)
    stop run.

LoadPitchAreas section.
    move zero to PitchLookupCount
    open input PitchesFile
        read PitchesFile
            at end set EndOfPitchesFile to true
        end-read
        perform until EndOfPitchesFile or PitchLookupCount equal to 300
            add 1 to PitchLookupCount
            move PitchId of PitchRecord to LookupPitchId(PitchLookupCount)
            move PitchArea of PitchRecord to LookupPitchArea(PitchLookupCount)
            move PitchLookupCount to LookupAreaOrder(PitchLookupCount)
            perform varying PitchLookupScan from 1 by 1
                until PitchLookupScan is greater than or equal to PitchLookupCount
                if LookupPitchArea(PitchLookupScan) equal to PitchArea of PitchRecord
                    move LookupAreaOrder(PitchLookupScan)
                        to LookupAreaOrder(PitchLookupCount)
                    exit perform
                end-if
            end-perform
            read PitchesFile
                at end set EndOfPitchesFile to true
            end-read
        end-perform
    close PitchesFile
.

LoadMedicationHolders section.
*> only what first aid still holds - handed back means the family has
*> it with them and is managing it
    move zero to MedicationHolderCount
    open input MedicationFile
        read MedicationFile
            at end set EndOfMedicationFile to true
        end-read
        perform until EndOfMedicationFile or MedicationHolderCount equal to 500
            if MedicationStillHeld of MedicationRecord
                add 1 to MedicationHolderCount
                move MedicationParentCode of MedicationRecord
                    to MedicationHolder(MedicationHolderCount)
            end-if
            read MedicationFile
                at end set EndOfMedicationFile to true
            end-read
        end-perform
    close MedicationFile
.

LoadTentSleepers section.
    move zero to TentSleeperCount
    open input TentPlacementsFile
        read TentPlacementsFile
            at end set EndOfTentPlacementsFile to true
        end-read
        perform until EndOfTentPlacementsFile or TentSleeperCount equal to 500
            add 1 to TentSleeperCount
            move PlacementAuthCode of TentPlacementRecord
                to TentSleeperAuthCode(TentSleeperCount)
            move PlacementTentId of TentPlacementRecord
                to TentSleeperTentId(TentSleeperCount)
            read TentPlacementsFile
                at end set EndOfTentPlacementsFile to true
            end-read
        end-perform
    close TentPlacementsFile
.

CollectWelfareStops section.
    move zero to StopCount
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
            if AttendeeArrived of AttendeeRecord
                perform DecideWelfareReasons
                if RecordReasons not equal to spaces
                    perform TakeWelfareStop
                end-if
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile
.

DecideWelfareReasons section.
    move spaces to RecordReasons
    move 1 to ReasonPointer
    move spaces to RecordPlace
    if MedicalNotes of AttendeeRecord not equal to spaces
        string "medical, " delimited by size into RecordReasons
            with pointer ReasonPointer
        add 1 to MedicalCount
    end-if
    if AccessibilityFlags of AttendeeRecord not equal to zeroes
        string "access needs, " delimited by size into RecordReasons
            with pointer ReasonPointer
        add 1 to AccessCount
    end-if
    perform varying MedicationHolderScan from 1 by 1
        until MedicationHolderScan is greater than MedicationHolderCount
        if MedicationHolder(MedicationHolderScan) equal to AuthCode of AttendeeRecord
            string "medication held, " delimited by size into RecordReasons
                with pointer ReasonPointer
            add 1 to MedicationCount
            exit perform
        end-if
    end-perform
    perform varying KidScan from 1 by 1
        until KidScan is greater than NumberOfKids of AttendeeRecord
            or KidScan is greater than 9
        if KidAge of AttendeeRecord(KidScan) is less than YoungChildAgeLimit
            string "under-5s, " delimited by size into RecordReasons
                with pointer ReasonPointer
            add 1 to YoungKidsCount
            exit perform
        end-if
    end-perform
    perform varying TentSleeperScan from 1 by 1
        until TentSleeperScan is greater than TentSleeperCount
        if TentSleeperAuthCode(TentSleeperScan) equal to AuthCode of AttendeeRecord
            string "communal tent, " delimited by size into RecordReasons
                with pointer ReasonPointer
            move TentSleeperTentId(TentSleeperScan) to RecordPlace
            add 1 to CommunalCount
            exit perform
        end-if
    end-perform
    if ReasonPointer is greater than 2
        move spaces to RecordReasons(ReasonPointer - 2:)
    end-if
.

TakeWelfareStop section.
    if StopCount equal to 999
        set TableIsFull to true
        exit section
    end-if
    perform ResolveStopPlace
    add 1 to StopCount
    move RecordAreaOrder to StopAreaOrder(StopCount)
    move RecordPlaceOrder to StopPlaceOrder(StopCount)
    move AttendeeName of AttendeeRecord to StopName(StopCount)
    move AuthCode of AttendeeRecord to StopAuthCode(StopCount)
    move RecordArea to StopArea(StopCount)
    move RecordPlace to StopPlace(StopCount)
    move Telephone of AttendeeRecord to StopTelephone(StopCount)
    move RecordReasons to StopReasons(StopCount)
    move spaces to StopLastVisit(StopCount)
    move space to StopLastOutcome(StopCount)
.

ResolveStopPlace section.
*> the communal tents are walked together after the pitches, and anyone
*> with no pitch on the plan comes last so they are looked for by name
    if RecordPlace not equal to spaces
        move "COMMUNAL TENTS" to RecordArea
        move 998 to RecordAreaOrder
        move zero to RecordPlaceOrder
        exit section
    end-if
    move "UNALLOCATED" to RecordArea
    move 999 to RecordAreaOrder
    move 999 to RecordPlaceOrder
    move PitchReference of AttendeeRecord to RecordPlace
    if PitchReference of AttendeeRecord equal to spaces
        exit section
    end-if
    perform varying PitchLookupScan from 1 by 1
        until PitchLookupScan is greater than PitchLookupCount
        if LookupPitchId(PitchLookupScan) equal to PitchReference of AttendeeRecord
            move LookupPitchArea(PitchLookupScan) to RecordArea
            move LookupAreaOrder(PitchLookupScan) to RecordAreaOrder
            move PitchLookupScan to RecordPlaceOrder
            exit perform
        end-if
    end-perform
.

FindLastVisits section.
*> the latest visit for each stop, so whoever walks this round knows who
*> was not answering last time
    if StopCount equal to zero
        exit section
    end-if
    open input WelfareVisitsFile
        read WelfareVisitsFile
            at end set EndOfWelfareVisitsFile to true
        end-read
        perform until EndOfWelfareVisitsFile
            move spaces to VisitStamp
            string WelfareVisitDate of WelfareVisitRecord
                WelfareVisitTime of WelfareVisitRecord
                delimited by size into VisitStamp
            perform varying StopScan from 1 by 1 until StopScan is greater than StopCount
                if StopAuthCode(StopScan) equal to WelfareVisitAuthCode of WelfareVisitRecord
                        and VisitStamp is greater than or equal to StopLastVisit(StopScan)
                    move VisitStamp to StopLastVisit(StopScan)
                    move WelfareVisitOutcome of WelfareVisitRecord
                        to StopLastOutcome(StopScan)
                end-if
            end-perform
            read WelfareVisitsFile
                at end set EndOfWelfareVisitsFile to true
            end-read
        end-perform
    close WelfareVisitsFile
.

ListWelfareStops section.
    if StopCount equal to zero
        move spaces to ReportLine
        perform WriteReportLine
        move "Nobody on site needs a welfare visit on this round" to ReportLine
        perform WriteReportLine
        exit section
    end-if
    move high-values to LastArea
    perform varying StopScan from 1 by 1 until StopScan is greater than StopCount
        if StopArea(StopScan) not equal to LastArea
            move StopArea(StopScan) to LastArea
            move spaces to ReportLine
            perform WriteReportLine
            move spaces to ReportLine
            string "Area: " trim(LastArea) delimited by size into ReportLine
            perform WriteReportLine
            move all "-" to ReportLine(1:32)
            perform WriteReportLine
        end-if
        perform WriteStopLines
        initialize WelfareStopRecord
        move RoundId to WelfareStopRound
        move StopScan to WelfareStopLine
        move StopAuthCode(StopScan) to WelfareStopAuthCode
        move StopName(StopScan) to WelfareStopName
        move StopArea(StopScan) to WelfareStopArea
        move StopPlace(StopScan) to WelfareStopPlace
        move StopReasons(StopScan) to WelfareStopReasons
        write WelfareStopRecord
    end-perform
.

WriteStopLines section.
    move spaces to ReportLine
    string "[ ] " StopScan(2:3) " " StopPlace(StopScan) " " StopName(StopScan)
        " " StopAuthCode(StopScan) " " trim(StopReasons(StopScan))
        delimited by size into ReportLine
    perform WriteReportLine

    evaluate StopLastOutcome(StopScan)
        when "O"
            move "seen, all well" to LastVisitWording
        when "H"
            move "NEEDED HELP" to LastVisitWording
        when "N"
            move "NO ANSWER" to LastVisitWording
        when other
            move "not visited yet" to LastVisitWording
    end-evaluate
    move spaces to ReportLine
    if StopLastVisit(StopScan) equal to spaces
        string "        tel " StopTelephone(StopScan)
            " last visit: " trim(LastVisitWording)
            delimited by size into ReportLine
    else
        string "        tel " StopTelephone(StopScan)
            " last visit: " StopLastVisit(StopScan)(1:8) " "
            StopLastVisit(StopScan)(9:2) ":" StopLastVisit(StopScan)(11:2) " "
            trim(LastVisitWording)
            delimited by size into ReportLine
    end-if
    perform WriteReportLine
    move "        O / H / N   time ______  by ________  note ______________________________"
        to ReportLine
    perform WriteReportLine
.

WriteReportLine section.
    write ReportLine
    display trim(ReportLine, trailing)
.

end program WelfareRound.
