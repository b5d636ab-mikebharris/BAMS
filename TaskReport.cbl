identification division.
program-id. TaskReport.

environment division.
    configuration section.
        repository.
            function all intrinsic.

input-output section.
file-control.
    select optional TasksFile assign to TasksFileName
        organization is line sequential.

    select ReportFile assign to ReportFileName
        organization is line sequential.

data division.
file section.
    fd TasksFile.
        copy DD-Task replacing Task by
            ==TaskRecord.
            88 EndOfTasksFile value high-values==.

    fd ReportFile.
        01 ReportLine pic x(132).

working-storage section.
    01 TasksFileName pic x(24) value "tasks.dat".
    01 ReportFileName pic x(40) value spaces.
    01 CommandLineArgumentCount pic 9 value zero.
    01 TodaysDate pic x(8) value spaces.

*> every open task that is due, in assignee then due-date order, so each
*> person or role reads their own block
    01 TaskCount pic 9(4) value zero.
    01 DueTable.
        02 DueEntry occurs 1 to 2000 times depending on TaskCount.
            03 DueAssignee pic x(8).
            03 DueDate pic x(8).
            03 DueNumber pic 9(5).
            03 DueAuthCode pic x(6).
            03 DueDescription pic x(60).
            03 DueRaisedBy pic x(8).
    01 DueScan pic 9(4) value zero.
    01 OpenNotYetDue pic 9(4) value zero.
    01 OverdueCount pic 9(4) value zero.
    01 DueTodayCount pic 9(4) value zero.
    01 TableFullFlag pic 9 value 0.
        88 TableIsFull value 1 when set to false is 0.
    01 LastAssignee pic x(8) value spaces.
    01 AssigneeWording pic x(20) value spaces.
    01 DaysLate pic 9(4) value zero.
    01 DaysLateDisplay pic zzz9.
    01 CountDisplay pic zzz9.
    01 LateWording pic x(14) value spaces.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than zero
        accept TasksFileName from argument-value
    end-if
    accept TodaysDate from date yyyymmdd

    perform LoadDueTasks
    if TaskCount is greater than zero
        sort DueEntry on ascending key DueAssignee DueDate DueNumber
    end-if

    move spaces to ReportFileName
    string "task-report-" TodaysDate ".txt" delimited by size into ReportFileName
    open output ReportFile
    move spaces to ReportLine
    string "FOLLOW-UP TASKS DUE - " TodaysDate " - " trim(TasksFileName)
        delimited by size into ReportLine
    perform WriteReportLine
    move all "=" to ReportLine(1:60)
    perform WriteReportLine

    perform ListDueTasks

    move spaces to ReportLine
    perform WriteReportLine
    move OverdueCount to CountDisplay
    move spaces to ReportLine
    string "Overdue:              " CountDisplay delimited by size into ReportLine
    perform WriteReportLine
    move DueTodayCount to CountDisplay
    move spaces to ReportLine
    string "Due today:            " CountDisplay delimited by size into ReportLine
    perform WriteReportLine
    move OpenNotYetDue to CountDisplay
    move spaces to ReportLine
    string "Open, not yet due:    " CountDisplay delimited by size into ReportLine
    perform WriteReportLine
    if TableIsFull
        move "WARNING: more than 2000 tasks due - only the first 2000 are listed"
            to ReportLine
        perform WriteReportLine
    end-if
    close ReportFile
    display "Task report in " trim(ReportFileName)
    stop run.

LoadDueTasks section.
    move zero to TaskCount
    open input TasksFile
        read TasksFile
            at end set EndOfTasksFile to true
        end-read
        perform until EndOfTasksFile
            if TaskIsOpen of TaskRecord
                if TaskDueDate of TaskRecord is greater than TodaysDate
                    add 1 to OpenNotYetDue
                else
                    perform TakeDueTask
                end-if
            end-if
            read TasksFile
                at end set EndOfTasksFile to true
            end-read
        end-perform
    close TasksFile
.

TakeDueTask section.
    if TaskDueDate of TaskRecord is less than TodaysDate
        add 1 to OverdueCount
    else
        add 1 to DueTodayCount
    end-if
    if TaskCount equal to 2000
        set TableIsFull to true
        exit section
    end-if
    add 1 to TaskCount
*> a role sorts as its letter behind a blank, ahead of the operator ids
    if TaskAssignedOperator of TaskRecord not equal to spaces
        move TaskAssignedOperator of TaskRecord to DueAssignee(TaskCount)
    else
        move spaces to DueAssignee(TaskCount)
        move TaskAssignedRole of TaskRecord to DueAssignee(TaskCount)(2:1)
    end-if
    move TaskDueDate of TaskRecord to DueDate(TaskCount)
    move TaskNumber of TaskRecord to DueNumber(TaskCount)
    move TaskAuthCode of TaskRecord to DueAuthCode(TaskCount)
    move TaskDescription of TaskRecord to DueDescription(TaskCount)
    move TaskRaisedBy of TaskRecord to DueRaisedBy(TaskCount)
.

ListDueTasks section.
    if TaskCount equal to zero
        move spaces to ReportLine
        perform WriteReportLine
        move "Nothing due or overdue - the list is clear" to ReportLine
        perform WriteReportLine
        exit section
    end-if
    move high-values to LastAssignee
    perform varying DueScan from 1 by 1 until DueScan is greater than TaskCount
        if DueAssignee(DueScan) not equal to LastAssignee
            move DueAssignee(DueScan) to LastAssignee
            perform WriteAssigneeHeading
        end-if
        if DueDate(DueScan) is less than TodaysDate
            compute DaysLate = integer-of-date(numval(TodaysDate))
                - integer-of-date(numval(DueDate(DueScan)))
            move DaysLate to DaysLateDisplay
            move spaces to LateWording
            string trim(DaysLateDisplay) " days late" delimited by size into LateWording
        else
            move "due today" to LateWording
        end-if
        move spaces to ReportLine
        string "  " DueNumber(DueScan) " " DueDate(DueScan) " " LateWording " "
            DueAuthCode(DueScan) " " trim(DueDescription(DueScan))
            " (raised by " trim(DueRaisedBy(DueScan)) ")"
            delimited by size into ReportLine
        perform WriteReportLine
    end-perform
.

WriteAssigneeHeading section.
    evaluate true
        when DueAssignee(DueScan)(1:1) not equal to space
            move DueAssignee(DueScan) to AssigneeWording
        when DueAssignee(DueScan)(2:1) equal to "G"
            move "Gate crew" to AssigneeWording
        when DueAssignee(DueScan)(2:1) equal to "T"
            move "Treasurer" to AssigneeWording
        when DueAssignee(DueScan)(2:1) equal to "A"
            move "Admin" to AssigneeWording
        when other
            move "Anyone" to AssigneeWording
    end-evaluate
    move spaces to ReportLine
    perform WriteReportLine
    move AssigneeWording to ReportLine
    perform WriteReportLine
.

WriteReportLine section.
    write ReportLine
    display trim(ReportLine, trailing)
.

end program TaskReport.
