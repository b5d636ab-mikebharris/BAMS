working-storage section.
    01 TotalPaid pic 9(4) value zero.
    01 TotalToPay pic 9(4) value zero.
    01 TotalWrittenOff pic 9(4) value zero.
    01 WrittenOffCount pic 999 value zero.
    01 TotalIncome pic 9(4) value zero.
    01 NumberOfAttendees pic 9(3) value zero.
    01 AveragePaid pic 99v99 value zero.
        move "attendees.dat" to AttendeesFileName
        call "Attendees"
    end-if
    call "UseAttendeeExtract"

    if FeedModeOn
        perform WriteStatsFeed
    move TotalIncome to FigureOutput
    display "-------------------------"
    display "Total income is: " FigureOutput
    call "BadDebtStats" using by reference TotalWrittenOff, WrittenOffCount
    move TotalWrittenOff to FigureOutput
    display "Bad debt written off: " FigureOutput " (" WrittenOffCount " people)"

    call "AttendeeStats" using by reference NumberOfAttendees, IgnoredValue, IgnoredValue, IgnoredValue, IgnoredValue
    divide TotalIncome by NumberOfAttendees giving AveragePaid rounded mode is away-from-zero
