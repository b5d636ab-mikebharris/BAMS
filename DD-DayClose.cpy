*> day-closes.dat - one line when an event day is cashed up and closed,
*> and one line for each correction keyed against a day after that
01 DayCloseEntry.
    05 DayCloseDate pic x(8) value spaces.
    05 DayCloseKind pic x value "C".
        88 DayCloseIsClose value "C".
        88 DayCloseIsAdjustment value "A".
    05 DayCloseCashTotal pic 9(5) value zeroes.
    05 DayCloseBankTotal pic 9(5) value zeroes.
    05 DayCloseCardTotal pic 9(5) value zeroes.
    05 DayCloseOtherTotal pic 9(5) value zeroes.
    05 DayCloseTakingsCash pic s9(5) sign is leading separate value zeroes.
    05 DayCloseTakingsCard pic s9(5) sign is leading separate value zeroes.
    05 DayCloseAdjustMethod pic x value space.
        88 DayCloseAdjustByCash value "C".
        88 DayCloseAdjustByBank value "B".
        88 DayCloseAdjustByCard value "R".
    05 DayCloseAdjustAmount pic s9(5) sign is leading separate value zeroes.
    05 DayCloseReference pic x(6) value spaces.
    05 DayCloseReason pic x(40) value spaces.
    05 DayCloseOperator pic x(8) value spaces.
    05 DayCloseEnteredDate pic x(8) value spaces.
    05 DayCloseEnteredTime pic x(6) value spaces.
