*> what CheckDayClosed found for one date - anything posting money
*> asks before it writes and refuses when the day has been closed
01 DayCloseCheck.
    05 DayCloseCheckDate pic x(8) value spaces.
    05 DayCloseCheckFileName pic x(24) value "day-closes.dat".
    05 DayCloseCheckResult pic x value "O".
        88 DayIsOpen value "O".
        88 DayIsClosed value "C".
    05 DayCloseCheckClosedBy pic x(8) value spaces.
    05 DayCloseCheckClosedOn pic x(8) value spaces.
