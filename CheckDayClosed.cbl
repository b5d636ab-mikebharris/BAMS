identification division.
program-id. CheckDayClosed.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional DayClosesFile assign to DayClosesFileName
            organization is line sequential.

data division.
file section.
    fd DayClosesFile.
        copy DD-DayClose replacing DayCloseEntry by
            ==DayCloseRecord.
            88 EndOfDayCloses value high-values==.

working-storage section.
    01 DayClosesFileName pic x(24) value spaces.

linkage section.
    copy DD-DayCloseCheck.

procedure division using DayCloseCheck.
*> the file only ever grows, and a close is never taken back - a day
*> once closed takes its corrections as adjustments
    move DayCloseCheckFileName to DayClosesFileName
    set DayIsOpen to true
    move spaces to DayCloseCheckClosedBy
    move spaces to DayCloseCheckClosedOn
    open input DayClosesFile
        read DayClosesFile
            at end set EndOfDayCloses to true
        end-read
        perform until EndOfDayCloses
            if DayCloseDate of DayCloseRecord equal to DayCloseCheckDate
                    and DayCloseIsClose of DayCloseRecord
                set DayIsClosed to true
                move DayCloseOperator of DayCloseRecord to DayCloseCheckClosedBy
                move DayCloseEnteredDate of DayCloseRecord to DayCloseCheckClosedOn
            end-if
            read DayClosesFile
                at end set EndOfDayCloses to true
            end-read
        end-perform
    close DayClosesFile
    goback
    .

end program CheckDayClosed.
