    select PackFile assign to PackFileName
        organization is line sequential.

    select optional GateLogFile assign to GateLogFileName
        organization is line sequential.

    select optional HazardsFile assign to HazardsFileName
        organization is line sequential.

data division.
file section.
    fd AttendeesFile is global.
    fd PackFile.
        01 PackLine pic x(90).

    fd GateLogFile.
        copy DD-LogEntry replacing LogEntry by
            ==GateLogRecord.
            88 EndOfGateLogFile value high-values==.

    fd HazardsFile.
        copy DD-Hazard replacing Hazard by
            ==HazardRecord.
            88 EndOfHazardsFile value high-values==.

working-storage section.
    01 AttendeeStatus   pic x(2).
        88 Successful   value "00".
        88 NoSuchRecord value "23".

    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    copy DD-ExtractControl.
    copy DD-ExtractFigures.
    01 PackFileName pic x(30) value spaces.
    01 GateLogFileName pic x(20) value "gate-log.dat".
    01 CommandLineArgumentCount pic 9 value zero.
    01 ArrivalDayWanted pic xxx value spaces.

            03 PackParking pic 9.
            03 PackKids pic 99.
            03 PackDogs pic 9.
            03 PackSlot pic x(5).
            03 PackBadEmail pic 9.
            03 PackEmail pic x(40).
            03 PackDiet pic x(60).
            03 PackMedicalNotes pic x(60).
            03 PackAccessNotes pic x(40).
    01 PackCount pic 999 value zero.
    01 PackNumber pic 999 value zero.

    01 BalanceDisplay pic -zz9.
    01 TotalBalanceDisplay pic -(4)9.

    01 LogTodayDate pic 9(8) value zeroes.
    01 LogYesterdayDate pic 9(8) value zeroes.
    01 LogEntryDateNumeric pic 9(8) value zeroes.
    01 LogLinesPrinted pic 999 value zero.
    01 LogStatusText pic x(6) value spaces.
    01 BadContactsPrinted pic 999 value zero.
    01 NotesPrinted pic 999 value zero.
    01 NotesPrintedDisplay pic zz9.

    01 HazardsFileName pic x(20) value "hazards.dat".
    01 HazardsChecked pic 999 value zero.
    01 HazardsOverdue pic 999 value zero.
    01 HazardsCountDisplay pic zz9.

    copy DD-FieldAccess.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is less than 1
        accept AttendeesFileName from argument-value
    end-if

*> the pack is printed for whoever runs it, so the medical notes only
*> appear if that operator may see them
    accept FieldAccessOperatorId from environment "BAMS_OPERATOR"
    move "GatePack" to FieldAccessProgram
    call "FieldAccess" using FieldAccess

    move zero to PackCount
    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    perform OpenAttendeeSource
        perform ReadNextAttendee
        perform until EndOfAttendeesFile or PackCount equal to 500
            if AttendeeComing of AttendeeRecord
                    and not AttendeeIsNoShow of AttendeeRecord
                add 1 to PackCount
                move AttendeeName of AttendeeRecord to PackName(PackCount)
                move AuthCode of AttendeeRecord to PackAuthCode(PackCount)
                if ReadingExtract
                    move ExtractBalanceDue to PackBalance(PackCount)
                else
                    compute PackBalance(PackCount) =
                        AmountToPay of AttendeeRecord - AmountPaid of AttendeeRecord
                end-if
                move WaiverSigned of AttendeeRecord to PackWaiver(PackCount)
                move PitchReference of AttendeeRecord to PackPitch(PackCount)
                move NeedsParking of AttendeeRecord to PackParking(PackCount)
                move NumberOfKids of AttendeeRecord to PackKids(PackCount)
                move NumberOfDogs of AttendeeRecord to PackDogs(PackCount)
                move ArrivalSlot of AttendeeRecord to PackSlot(PackCount)
                move EmailBouncedFlag of AttendeeRecord to PackBadEmail(PackCount)
                move Email of AttendeeRecord to PackEmail(PackCount)
                move Diet of AttendeeRecord to PackDiet(PackCount)
                move MedicalNotes of AttendeeRecord to PackMedicalNotes(PackCount)
                move AccessibilityNotes of AttendeeRecord
                    to PackAccessNotes(PackCount)
            end-if
            perform ReadNextAttendee
        end-perform
    perform CloseAttendeeSource

    if PackCount equal to zero
        display "Nobody still to arrive on " ArrivalDayWanted " - no pack produced"
        stop run
    end-if

*> the gate works through the day slot by slot, so the pack runs in
*> slot order - unbooked parties sort to the top as they could turn
*> up at any time
    sort PackEntry on ascending key PackSlot PackName

    string "gatepack-" delimited by size
        ArrivalDayWanted delimited by size
    write PackLine
    move all "=" to PackLine
    write PackLine
    move "Slot  Name                      AuthCode Owes Wvr Pitch      Prk Kids Dg Arrived?"
        to PackLine
    write PackLine

        move PackBalance(PackNumber) to BalanceDisplay
        move spaces to PackLine
        string
            PackSlot(PackNumber) " "
            PackName(PackNumber) " "
            PackAuthCode(PackNumber) "   "
            BalanceDisplay "  "
        delimited by size into PackLine
    end-string
    write PackLine
    perform PrintBadContactDetails
    perform PrintMedicalAndAccessNotes
    perform PrintGateLogBook
    perform PrintSetUpChecklist
    close PackFile

    display "Gate pack for " ArrivalDayWanted " written to " trim(PackFileName)
        " (" PackCount " parties)"
    stop run.

PrintBadContactDetails section.
*> mail to these addresses bounced - the gate asks for a current one
*> while they are standing there
    move zero to BadContactsPrinted
    perform varying PackNumber from 1 by 1
        until PackNumber is greater than PackCount
        if PackBadEmail(PackNumber) equal to 1
            if BadContactsPrinted equal to zero
                move spaces to PackLine
                write PackLine
                move "Bad contact details - email bounced, ask for a current one"
                    to PackLine
                write PackLine
                move all "-" to PackLine
                write PackLine
            end-if
            add 1 to BadContactsPrinted
            move spaces to PackLine
            string PackAuthCode(PackNumber) " "
                PackName(PackNumber) " "
                trim(PackEmail(PackNumber))
                "  new: ______________________"
                delimited by size into PackLine
            end-string
            write PackLine
        end-if
    end-perform
.

PrintMedicalAndAccessNotes section.
*> the gate needs to know who to send to first aid or walk to a
*> step-free pitch, but only a first aider sees what the notes say
    move zero to NotesPrinted
    perform varying PackNumber from 1 by 1
        until PackNumber is greater than PackCount
        if PackDiet(PackNumber) not equal to spaces
                or PackMedicalNotes(PackNumber) not equal to spaces
                or PackAccessNotes(PackNumber) not equal to spaces
            if NotesPrinted equal to zero
                move spaces to PackLine
                write PackLine
                move "Medical, diet and access notes" to PackLine
                write PackLine
                move all "-" to PackLine
                write PackLine
            end-if
            add 1 to NotesPrinted
            move spaces to PackLine
            string PackAuthCode(PackNumber) " " PackName(PackNumber)
                delimited by size into PackLine
            end-string
            write PackLine
            if MedicalFieldsVisible
                perform PrintOnePartysNotes
            else
                move "     on file - see first aid" to PackLine
                write PackLine
            end-if
        end-if
    end-perform

    if NotesPrinted is greater than zero
        move NotesPrinted to NotesPrintedDisplay
        move spaces to FieldAccessSubject
        move spaces to FieldAccessDetail
        string "gate pack " ArrivalDayWanted " " trim(NotesPrintedDisplay)
            " parties" delimited by size into FieldAccessDetail
        end-string
        call "LogUnmaskedView" using FieldAccess
    end-if
.

PrintOnePartysNotes section.
    if PackMedicalNotes(PackNumber) not equal to spaces
        move spaces to PackLine
        string "     medical: " PackMedicalNotes(PackNumber)
            delimited by size into PackLine
        end-string
        write PackLine
    end-if
    if PackDiet(PackNumber) not equal to spaces
        move spaces to PackLine
        string "     diet:    " PackDiet(PackNumber)
            delimited by size into PackLine
        end-string
        write PackLine
    end-if
    if PackAccessNotes(PackNumber) not equal to spaces
        move spaces to PackLine
        string "     access:  " PackAccessNotes(PackNumber)
            delimited by size into PackLine
        end-string
        write PackLine
    end-if
.

PrintGateLogBook section.
*> the morning crew get every item still open plus whatever was noted
*> yesterday and today, so nothing on the scraps of paper gets lost
    accept LogTodayDate from date yyyymmdd
    compute LogYesterdayDate = date-of-integer(integer-of-date(LogTodayDate) - 1)

    move spaces to PackLine
    write PackLine
    move "Log book - open items and the last day's entries" to PackLine
    write PackLine
    move all "-" to PackLine
    write PackLine

    open input GateLogFile
        read GateLogFile
            at end set EndOfGateLogFile to true
        end-read
        perform until EndOfGateLogFile
            move zeroes to LogEntryDateNumeric
            if LogEntryDate of GateLogRecord is numeric
                move LogEntryDate of GateLogRecord to LogEntryDateNumeric
            end-if
            if LogEntryIsOpen of GateLogRecord
                    or LogEntryDateNumeric is greater than or equal to LogYesterdayDate
                perform PrintGateLogEntry
            end-if
            read GateLogFile
                at end set EndOfGateLogFile to true
            end-read
        end-perform
    close GateLogFile

    if LogLinesPrinted equal to zero
        move "  nothing open and nothing logged since yesterday" to PackLine
        write PackLine
    end-if
.

PrintGateLogEntry section.
    add 1 to LogLinesPrinted
    evaluate true
        when LogEntryIsOpen of GateLogRecord move "OPEN" to LogStatusText
        when LogEntryIsClosed of GateLogRecord move "closed" to LogStatusText
        when other move "note" to LogStatusText
    end-evaluate
    move spaces to PackLine
    string LogEntryNumber of GateLogRecord " "
        LogEntryDate of GateLogRecord " " LogEntryTime of GateLogRecord " "
        LogEntryStation of GateLogRecord " " LogStatusText " "
        LogEntryAuthCode of GateLogRecord " by " LogEntryBy of GateLogRecord
        delimited by size into PackLine
    write PackLine
    move spaces to PackLine
    string "     " LogEntryText of GateLogRecord
        delimited by size into PackLine
    write PackLine
    if LogEntryIsClosed of GateLogRecord
        move spaces to PackLine
        string "     closed by " trim(LogEntryClosedBy of GateLogRecord) ": "
            LogEntryClosedNote of GateLogRecord
            delimited by size into PackLine
        write PackLine
    end-if
.

PrintSetUpChecklist section.
*> whoever sets the gate up walks the site first: every hazard on the
*> register gets its controls checked, and one whose review has lapsed
*> is called out so the owner sees to it before the gates open
    move spaces to PackLine
    write PackLine
    move "Set-up day checklist - site hazards and their controls" to PackLine
    write PackLine
    move all "-" to PackLine
    write PackLine

    open input HazardsFile
        read HazardsFile
            at end set EndOfHazardsFile to true
        end-read
        perform until EndOfHazardsFile
            if HazardIsActive of HazardRecord
                perform PrintHazardCheck
            end-if
            read HazardsFile
                at end set EndOfHazardsFile to true
            end-read
        end-perform
    close HazardsFile

    if HazardsChecked equal to zero
        move "  no hazards on the register - hazards.dat is empty or missing"
            to PackLine
        write PackLine
        exit section
    end-if
    move spaces to PackLine
    write PackLine
    move HazardsOverdue to HazardsCountDisplay
    move spaces to PackLine
    string "Hazard reviews overdue: " trim(HazardsCountDisplay)
        delimited by size into PackLine
    end-string
    write PackLine
.

PrintHazardCheck section.
    add 1 to HazardsChecked
    move spaces to PackLine
    string "[  ] " HazardLocation of HazardRecord " risk "
        HazardRiskRating of HazardRecord " "
        trim(HazardDescription of HazardRecord)
        delimited by size into PackLine
    end-string
    write PackLine
    move spaces to PackLine
    string "     controls: " trim(HazardControls of HazardRecord)
        delimited by size into PackLine
    end-string
    write PackLine
    if HazardReviewDate of HazardRecord is less than LogTodayDate
        add 1 to HazardsOverdue
        move spaces to PackLine
        string "     REVIEW OVERDUE - was due " HazardReviewDate of HazardRecord
            ", owner " trim(HazardOwner of HazardRecord)
            delimited by size into PackLine
        end-string
        write PackLine
    end-if
.

OpenAttendeeSource section.
*> the overnight extract stands in for the live file when there is a
*> current one taken from it; otherwise the live file is read as ever
    move AttendeesFileName to ExtractControlLiveName
    call "AttendeeExtract" using ExtractControl
    if ExtractRefused
        move 8 to return-code
        stop run
    end-if
    if ReadingLiveFile
        move zeroes to AuthCode of AttendeeRecord
        start AttendeesFile key is greater than AuthCode of AttendeeRecord
        open input AttendeesFile
    end-if
.

ReadNextAttendee section.
    if ReadingExtract
        call "ReadAttendeeExtract" using ExtractControl, ExtractFigures,
            AttendeeRecord
        if ExtractControlAtEnd
            set EndOfAttendeesFile to true
        end-if
    else
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
    end-if
.

CloseAttendeeSource section.
    if ReadingExtract
        call "CloseAttendeeExtract"
    else
        close AttendeesFile
    end-if
.

end program GatePack.
