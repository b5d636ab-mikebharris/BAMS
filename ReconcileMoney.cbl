    select optional GateTakingsFile assign to GateTakingsFileName
        organization is line sequential.

    select optional DayClosesFile assign to DayClosesFileName
        organization is line sequential.

data division.
file section.
    fd AttendeesFile is global.
        01 GateTakingsLine pic x(60).
            88 EndOfGateTakings value high-values.

    fd DayClosesFile.
        copy DD-DayClose replacing DayCloseEntry by
            ==DayCloseRecord.
            88 EndOfDayCloses value high-values==.

working-storage section.
    01 AttendeeStatus   pic x(2).
        88 Successful   value "00".
        88 NoSuchRecord value "23".

    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 ReceiptsRegisterFileName pic x(22) value "receipts-register.dat".
    01 SettledMarksFileName pic x(20) value "card-settled.dat".
    01 FloatsFileName pic x(20) value "floats.dat".
    01 GateTakingsFileName pic x(20) value "gate-takings.log".
    01 DayClosesFileName pic x(24) value "day-closes.dat".
    01 CommandLineArgumentCount pic 9 value zero.
    01 FromDate pic x(8) value spaces.
    01 ToDate pic x(8) value spaces.
    01 FloatsIssued pic 9(6) value zero.
    01 OtherCashTakings pic s9(6) value zero.
    01 OtherCashDisplay pic -(5)9.
    01 DaysClosedInRange pic 999 value zero.
    01 AdjustmentsInRange pic 999 value zero.
    01 CashAdjustments pic s9(6) value zero.
    01 BankAdjustments pic s9(6) value zero.
    01 CardAdjustments pic s9(6) value zero.
    01 AdjustmentDisplay pic -(5)9.

    01 PerCodeMoney.
        02 PerCodeSlot occurs 500 times.
    perform TotalCardSettlementsInRange
    perform TotalCountedCashInRange
    perform TotalOtherCashTakings
    perform TotalClosedDayAdjustments

    display "Cross-source money reconciliation " FromDate " to " ToDate
    display "========================================================"
        " against floats issued of " FloatsIssued
    display "Shop/merch/hire cash logged: " OtherCashDisplay
        " (deposit refunds already netted off)"
    display "Days closed in the range:    " DaysClosedInRange
    if AdjustmentsInRange is greater than zero
        move CashAdjustments to AdjustmentDisplay
        display "Closed-day adjustments:      " AdjustmentsInRange
            " lines  cash " AdjustmentDisplay
        move BankAdjustments to AdjustmentDisplay
        display "                                   bank " AdjustmentDisplay
        move CardAdjustments to AdjustmentDisplay
        display "                                   card " AdjustmentDisplay
        display "  (kept off the instalment figures - they are not on any record)"
    end-if
    display spaces

    compute VarianceAmount = AllInstalments - ReceiptsIssued
        display "Instalments and receipts agree"
    end-if

*> an adjustment against a closed day is money that moved but was never
*> posted to a record, so it belongs in the card and tin comparisons
    compute VarianceAmount = CardInstalments + CardAdjustments - CardSettled
    move VarianceAmount to VarianceDisplay
    if VarianceAmount not equal to zero
        add 1 to DiscrepancyCount
    end-if

    compute VarianceAmount = CashCounted
        - (FloatsIssued + CashInstalments + OtherCashTakings + CashAdjustments)
    move VarianceAmount to VarianceDisplay
    if CashCounted is greater than zero
        if VarianceAmount not equal to zero
.

TotalInstalmentsInRange section.
    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
    close GateTakingsFile
.

TotalClosedDayAdjustments section.
    open input DayClosesFile
        read DayClosesFile
            at end set EndOfDayCloses to true
        end-read
        perform until EndOfDayCloses
            if DayCloseDate of DayCloseRecord is greater than or equal to FromDate
                    and DayCloseDate of DayCloseRecord is less than or equal to ToDate
                evaluate true
                    when DayCloseIsClose of DayCloseRecord
                        add 1 to DaysClosedInRange
                    when DayCloseIsAdjustment of DayCloseRecord
                        add 1 to AdjustmentsInRange
                        evaluate true
                            when DayCloseAdjustByCash of DayCloseRecord
                                add DayCloseAdjustAmount of DayCloseRecord
                                    to CashAdjustments
                            when DayCloseAdjustByBank of DayCloseRecord
                                add DayCloseAdjustAmount of DayCloseRecord
                                    to BankAdjustments
                            when DayCloseAdjustByCard of DayCloseRecord
                                add DayCloseAdjustAmount of DayCloseRecord
                                    to CardAdjustments
                        end-evaluate
                end-evaluate
            end-if
            read DayClosesFile
                at end set EndOfDayCloses to true
            end-read
        end-perform
    close DayClosesFile
.

DrillDownByAuthCode section.
    display spaces
    display "Per-AuthCode drill-down (instalments v receipts in the range)"
