identification division.
program-id. RaiseTask.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional TasksFile assign to TasksFileName
            organization is line sequential.

        select optional TasksHoldFile assign to TasksHoldFileName
            organization is line sequential.

data division.
file section.
    fd TasksFile.
        copy DD-Task replacing Task by
            ==TaskRecord.
            88 EndOfTasksFile value high-values==.

    fd TasksHoldFile.
        copy DD-Task replacing Task by ==TaskHoldRecord==.

working-storage section.
    01 TasksFileName pic x(24) value spaces.
    01 TasksHoldFileName pic x(24) value spaces.
    01 RemoveHoldCommand pic x(40) value spaces.
    01 HighestTaskNumber pic 9(5) value zeroes.
    01 TodaysDate pic 9(8) value zeroes.
    01 DueDateNumeric pic 9(8) value zeroes.
    01 ClosingThisTask pic 9 value 0.
        88 TaskIsToBeClosed value 1 when set to false is 0.

linkage section.
    copy DD-TaskRaise.

procedure division using TaskRaise.
*> a run that finds the same problem every night must not bury the
*> operator under copies - a task still open for the same booking with
*> the same wording is left as it is
    set TaskWasRefused to true
    if TaskRaiseDescription equal to spaces
        goback
    end-if
    perform SetTaskFileNames
    accept TodaysDate from date yyyymmdd

    move zeroes to HighestTaskNumber
    open input TasksFile
        read TasksFile
            at end set EndOfTasksFile to true
        end-read
        perform until EndOfTasksFile
            if TaskNumber of TaskRecord is numeric
                    and TaskNumber of TaskRecord is greater than HighestTaskNumber
                move TaskNumber of TaskRecord to HighestTaskNumber
            end-if
            if TaskIsOpen of TaskRecord
                    and TaskAuthCode of TaskRecord equal to TaskRaiseAuthCode
                    and TaskDescription of TaskRecord equal to TaskRaiseDescription
                set TaskWasAlreadyOpen to true
            end-if
            read TasksFile
                at end set EndOfTasksFile to true
            end-read
        end-perform
    close TasksFile
    if TaskWasAlreadyOpen
        goback
    end-if

    initialize TaskRecord
    add 1 to HighestTaskNumber
    move HighestTaskNumber to TaskNumber of TaskRecord
    set TaskIsOpen of TaskRecord to true
    move TaskRaiseAuthCode to TaskAuthCode of TaskRecord
    if TaskRaiseDueDate equal to spaces
        compute DueDateNumeric = date-of-integer(integer-of-date(TodaysDate)
            + TaskRaiseDueInDays)
        move DueDateNumeric to TaskDueDate of TaskRecord
    else
        move TaskRaiseDueDate to TaskDueDate of TaskRecord
    end-if
    move TaskRaiseOperator to TaskAssignedOperator of TaskRecord
    if TaskRaiseOperator equal to spaces
        move TaskRaiseRole to TaskAssignedRole of TaskRecord
    end-if
    move TaskRaiseDescription to TaskDescription of TaskRecord
    move TaskRaiseSource to TaskSource of TaskRecord
    move TodaysDate to TaskRaisedDate of TaskRecord
    move TaskRaiseBy to TaskRaisedBy of TaskRecord
    open extend TasksFile
    write TaskRecord
    close TasksFile
    move HighestTaskNumber to TaskRaiseNumber
    set TaskWasRaised to true
    goback
    .

entry "CloseRaisedTasks" using TaskRaise
    move zero to TaskRaiseClosedCount
    perform SetTaskFileNames
    accept TodaysDate from date yyyymmdd

    open input TasksFile
    open output TasksHoldFile
        read TasksFile
            at end set EndOfTasksFile to true
        end-read
        perform until EndOfTasksFile
            set TaskIsToBeClosed to false
            if TaskIsOpen of TaskRecord
                if TaskRaiseNumber is greater than zero
                    if TaskNumber of TaskRecord equal to TaskRaiseNumber
                        set TaskIsToBeClosed to true
                    end-if
                else
                    if TaskAuthCode of TaskRecord equal to TaskRaiseAuthCode
                            and TaskSource of TaskRecord equal to TaskRaiseSource
                        set TaskIsToBeClosed to true
                    end-if
                end-if
            end-if
            if TaskIsToBeClosed
                set TaskIsDone of TaskRecord to true
                move TodaysDate to TaskClosedDate of TaskRecord
                move TaskRaiseBy to TaskClosedBy of TaskRecord
                add 1 to TaskRaiseClosedCount
            end-if
            move TaskRecord to TaskHoldRecord
            write TaskHoldRecord
            read TasksFile
                at end set EndOfTasksFile to true
            end-read
        end-perform
    close TasksFile
    close TasksHoldFile
    if TaskRaiseClosedCount is greater than zero
        call "C$COPY" using TasksHoldFileName, TasksFileName, 0
    end-if
    call "SYSTEM" using RemoveHoldCommand
    goback
    .

SetTaskFileNames section.
*> the hold file sits beside the task file, so a practice session's
*> rewrite never touches the live one
    move TaskRaiseFileName to TasksFileName
    if TasksFileName equal to spaces
        move "tasks.dat" to TasksFileName
    end-if
    move spaces to TasksHoldFileName
    string trim(TasksFileName) delimited by ".dat"
        ".tmp" delimited by size
        into TasksHoldFileName
    move spaces to RemoveHoldCommand
    string "rm -f " trim(TasksHoldFileName)
        delimited by size into RemoveHoldCommand
.

end program RaiseTask.
