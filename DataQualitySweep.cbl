        88 NoSuchRecord value "23".

    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    copy DD-ExtractControl.
    copy DD-ExtractFigures.
    01 ExceptionsFileName pic x(20) value "dq-exceptions.txt".
    01 CommandLineArgumentCount pic 9 value zero.

    01 ProblemsFound pic 9(4) value zero.
    01 ProblemOnThisRecord pic 9 value 0.
        88 RecordHasProblem value 1 when set to false is 0.
*> most problems go to an admin as a task; the two that already have
*> an owner elsewhere say so here, worded as their owners raise them
    01 ExceptionTaskSource pic x(8) value "QUALITY".
        88 ExceptionIsGeneral value "QUALITY".
        88 ExceptionIsMissingDBS value "DBS".
        88 ExceptionIsBacklog value "BACKLOG".
    copy DD-TaskRaise.
    01 TasksRaised pic 9(4) value zero.

procedure division.
    accept CommandLineArgumentCount from argument-number
    display "Data-quality sweep over " trim(AttendeesFileName)
    open output ExceptionsFile

    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    perform OpenAttendeeSource
        perform ReadNextAttendee
        perform until EndOfAttendeesFile
            add 1 to RecordsChecked
            set RecordHasProblem to false
            if RecordHasProblem
                add 1 to RecordsWithProblems
            end-if
            perform ReadNextAttendee
        end-perform
    perform CloseAttendeeSource
    close ExceptionsFile

    display "Records checked:       " RecordsChecked
    display "Records with problems: " RecordsWithProblems
    display "Problems found:        " ProblemsFound
    display "Exceptions written to " trim(ExceptionsFileName)
    display "New follow-up tasks:   " TasksRaised
    stop run.

CheckThisRecord section.
            and (DBSCheckDate of AttendeeRecord is not numeric
                or DBSCheckDate of AttendeeRecord equal to "00000000")
        move "volunteer/leader with no DBS check recorded" to ExceptionReasonText
        set ExceptionIsMissingDBS to true
        perform WriteExceptionForRecord
    end-if

    if RecordIsIncomplete of AttendeeRecord
        move "express signup never topped up - diet etc missing"
            to ExceptionReasonText
        set ExceptionIsBacklog to true
        perform WriteExceptionForRecord
    end-if
.
        delimited by size into ExceptionLine
    write ExceptionLine
    display ExceptionLine
    perform RaiseTaskForException
    set ExceptionIsGeneral to true
.

RaiseTaskForException section.
    initialize TaskRaiseDetails
    move AuthCode of AttendeeRecord to TaskRaiseAuthCode
    move ExceptionTaskSource to TaskRaiseSource
    move "DQSWEEP" to TaskRaiseBy
    evaluate true
        when ExceptionIsBacklog
            move "Top up express signup - diet, contacts and the rest missing"
                to TaskRaiseDescription
            move "G" to TaskRaiseRole
        when ExceptionIsMissingDBS
            move "No DBS check recorded - get one done before they work"
                to TaskRaiseDescription
            move "A" to TaskRaiseRole
            move 14 to TaskRaiseDueInDays
        when other
            move ExceptionReasonText to TaskRaiseDescription
            move "A" to TaskRaiseRole
            move 7 to TaskRaiseDueInDays
    end-evaluate
    call "RaiseTask" using TaskRaise
    if TaskWasRaised
        add 1 to TasksRaised
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

end program DataQualitySweep.
