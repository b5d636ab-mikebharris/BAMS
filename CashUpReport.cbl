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
    01 CashUpLogFileName pic x(20) value "cashup.log".
    01 CommandLineArgumentCount pic 9 value zero.

    01 PaymentsCounted pic 999 value zero.
    01 CashUpNote pic x(60) value spaces.

    01 RunOption pic x(10) value spaces.
    01 RunModeFlag pic x value "R".
        88 ReportOnly value "R".
        88 CloseTheDay value "C".
        88 AdjustTheDay value "A".
    01 DayClosesFileName pic x(24) value "day-closes.dat".
    copy DD-DayCloseCheck.
    copy DD-DayClose replacing DayCloseEntry by ==DayCloseWork==.
    01 TakingsCashNet pic s9(5) value zero.
    01 TakingsCardNet pic s9(5) value zero.
    01 TakingsNetDisplay pic -(4)9.
    01 ClosedCashTotal pic 9(5) value zero.
    01 ClosedBankTotal pic 9(5) value zero.
    01 ClosedCardTotal pic 9(5) value zero.
    01 ClosedOtherTotal pic 9(5) value zero.
    01 AdjustmentsShown pic 99 value zero.
    01 AdjustCashNet pic s9(5) value zero.
    01 AdjustBankNet pic s9(5) value zero.
    01 AdjustCardNet pic s9(5) value zero.
    01 AdjustDisplay pic -(4)9.
    01 AdjustAmountEntry pic x(7) value spaces.
    01 AdjustMethodEntry pic x value space.
    01 CloseResponse pic x value space.
        88 CloseConfirmed values "Y", "y".
    01 OperatorEntry pic x(8) value spaces.
    01 CashBankedAtClose pic s9(6) value zero.
    copy DD-ChartOfAccounts.
    copy DD-LedgerPosting.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is less than 1
        display "Usage: CashUpReport <YYYYMMDD> [attendees file]"
        display "       CashUpReport --close <YYYYMMDD> [attendees file]"
        display "       CashUpReport --adjust <YYYYMMDD>"
        stop run
    end-if
    accept RunOption from argument-value
    evaluate RunOption
        when "--close"
            set CloseTheDay to true
        when "--adjust"
            set AdjustTheDay to true
    end-evaluate
    if ReportOnly
        move RunOption to CashUpDate
    else
        if CommandLineArgumentCount is less than 2
            display "Which day? CashUpReport " trim(RunOption) " <YYYYMMDD>"
            stop run
        end-if
        accept CashUpDate from argument-value
    end-if
    if (ReportOnly and CommandLineArgumentCount is greater than 1)
            or (CloseTheDay and CommandLineArgumentCount is greater than 2)
        accept AttendeesFileName from argument-value
    end-if

    move CashUpDate to DayCloseCheckDate
    move DayClosesFileName to DayCloseCheckFileName
    call "CheckDayClosed" using DayCloseCheck
    if AdjustTheDay
        perform KeyAdjustment
        stop run
    end-if

    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile

    perform ShowOtherTakingsForTheDay
    perform ShowFloatsForTheDay
    perform ShowDayCloseAndAdjustments

    display spaces
    display "Note for the cash-up log (blank for none):"
    accept CashUpNote
    perform AppendCashUpLog

    if CloseTheDay
        perform CloseCashedUpDay
    end-if
    stop run.

ShowOtherTakingsForTheDay section.
*> money through the gate takings log that is not a camp fee instalment
*> (shop tabs settled, merch table sales, hire money with its deposits,
*> and deposit refunds going back out of the tin)
    move zero to TakingsCashNet
    move zero to TakingsCardNet
    move "SHOP " to OtherTakingsKind
    perform TotalTakingsOfKind
    if OtherTakingsShown is greater than zero
        display "Shop takings:    cash " ShopCashTotal
            "  card " ShopCardTotal
    end-if
    add ShopCashTotal to TakingsCashNet
    add ShopCardTotal to TakingsCardNet
    move "MERCH" to OtherTakingsKind
    perform TotalTakingsOfKind
    if OtherTakingsShown is greater than zero
        display "Merch takings:   cash " ShopCashTotal
            "  card " ShopCardTotal
    end-if
    add ShopCashTotal to TakingsCashNet
    add ShopCardTotal to TakingsCardNet
    move "HIRE " to OtherTakingsKind
    perform TotalTakingsOfKind
    if OtherTakingsShown is greater than zero
        display "Hire + deposits: cash " ShopCashTotal
            "  card " ShopCardTotal
    end-if
    add ShopCashTotal to TakingsCashNet
    add ShopCardTotal to TakingsCardNet
    move "REFND" to OtherTakingsKind
    perform TotalTakingsOfKind
    if OtherTakingsShown is greater than zero
            "  card " ShopCardTotal
            "  (take this off the tin count)"
    end-if
    subtract ShopCashTotal from TakingsCashNet
    subtract ShopCardTotal from TakingsCardNet
.

TotalTakingsOfKind section.
    close CashUpLogFile
.

ShowDayCloseAndAdjustments section.
*> once a day is closed its figures are the ones that were banked, so
*> anything that has moved since shows up here rather than silently
*> changing the totals above - corrections are listed on their own
    if DayIsOpen
        exit section
    end-if
    display spaces
    display "DAY CLOSED on " DayCloseCheckClosedOn
        " by " trim(DayCloseCheckClosedBy)

    move zero to AdjustmentsShown
    move zero to AdjustCashNet
    move zero to AdjustBankNet
    move zero to AdjustCardNet
    open input DayClosesFile
        read DayClosesFile
            at end set EndOfDayCloses to true
        end-read
        perform until EndOfDayCloses
            if DayCloseDate of DayCloseRecord equal to CashUpDate
                evaluate true
                    when DayCloseIsClose of DayCloseRecord
                        move DayCloseCashTotal of DayCloseRecord to ClosedCashTotal
                        move DayCloseBankTotal of DayCloseRecord to ClosedBankTotal
                        move DayCloseCardTotal of DayCloseRecord to ClosedCardTotal
                        move DayCloseOtherTotal of DayCloseRecord to ClosedOtherTotal
                    when DayCloseIsAdjustment of DayCloseRecord
                        perform ShowOneAdjustment
                end-evaluate
            end-if
            read DayClosesFile
                at end set EndOfDayCloses to true
            end-read
        end-perform
    close DayClosesFile

    display "Banked at close: cash " ClosedCashTotal " bank " ClosedBankTotal
        " card " ClosedCardTotal " unknown " ClosedOtherTotal
    if ClosedCashTotal not equal to CashTotal
            or ClosedBankTotal not equal to BankTotal
            or ClosedCardTotal not equal to CardTotal
            or ClosedOtherTotal not equal to OtherTotal
        display "WARNING: the records no longer match the closed figures -"
            " something was posted into this day after it closed"
    end-if
    if AdjustmentsShown equal to zero
        display "No adjustments against this day"
    else
        display "Adjustments net: "
        move AdjustCashNet to AdjustDisplay
        display "  cash " AdjustDisplay
        move AdjustBankNet to AdjustDisplay
        display "  bank " AdjustDisplay
        move AdjustCardNet to AdjustDisplay
        display "  card " AdjustDisplay
    end-if
.

ShowOneAdjustment section.
    if AdjustmentsShown equal to zero
        display spaces
        display "Adjustments keyed after the close"
    end-if
    add 1 to AdjustmentsShown
    move DayCloseAdjustAmount of DayCloseRecord to AdjustDisplay
    display "  " DayCloseEnteredDate of DayCloseRecord
        " " DayCloseOperator of DayCloseRecord
        " " DayCloseAdjustMethod of DayCloseRecord
        " " AdjustDisplay
        " " DayCloseReference of DayCloseRecord
        " " trim(DayCloseReason of DayCloseRecord)
    evaluate true
        when DayCloseAdjustByCash of DayCloseRecord
            add DayCloseAdjustAmount of DayCloseRecord to AdjustCashNet
        when DayCloseAdjustByBank of DayCloseRecord
            add DayCloseAdjustAmount of DayCloseRecord to AdjustBankNet
        when DayCloseAdjustByCard of DayCloseRecord
            add DayCloseAdjustAmount of DayCloseRecord to AdjustCardNet
    end-evaluate
.

CloseCashedUpDay section.
*> the close records what was cashed up by method - from here on the
*> postings that would change these figures refuse this date
    if DayIsClosed
        display spaces
        display CashUpDate " was already closed on " DayCloseCheckClosedOn
            " - key corrections with CashUpReport --adjust " CashUpDate
        exit section
    end-if
    display spaces
    display "Close " CashUpDate " - no more money can be posted into it. Sure? (Y/N)"
    move space to CloseResponse
    accept CloseResponse
    if not CloseConfirmed
        display "Day left open"
        exit section
    end-if
    display "Closed by (operator id):"
    move spaces to OperatorEntry
    accept OperatorEntry
    move upper-case(OperatorEntry) to OperatorEntry

    initialize DayCloseWork
    move CashUpDate to DayCloseDate of DayCloseWork
    set DayCloseIsClose of DayCloseWork to true
    move CashTotal to DayCloseCashTotal of DayCloseWork
    move BankTotal to DayCloseBankTotal of DayCloseWork
    move CardTotal to DayCloseCardTotal of DayCloseWork
    move OtherTotal to DayCloseOtherTotal of DayCloseWork
    move TakingsCashNet to DayCloseTakingsCash of DayCloseWork
    move TakingsCardNet to DayCloseTakingsCard of DayCloseWork
    move OperatorEntry to DayCloseOperator of DayCloseWork
    move CashUpNote(1:40) to DayCloseReason of DayCloseWork
    accept DayCloseEnteredDate of DayCloseWork from date yyyymmdd
    accept DayCloseEnteredTime of DayCloseWork from time
    perform AppendDayCloseLine
    display CashUpDate " closed"

*> closing the day is when the tin goes to the bank, so the cash leaves
*> the gate account here and nowhere else
    compute CashBankedAtClose = CashTotal + TakingsCashNet
    if CashBankedAtClose is greater than zero
        initialize LedgerPostingDetails
        move CashUpDate to LedgerPostingDate
        move AccountBank to LedgerDebitAccount
        move AccountGateCash to LedgerCreditAccount
        move CashBankedAtClose to LedgerPostingAmount
        move "DAYCLOSE" to LedgerPostingSource
        move "Gate cash banked at day close" to LedgerPostingNarrative
        call "PostLedger" using LedgerPosting
    end-if
.

KeyAdjustment section.
*> a correction to a closed day never touches the postings themselves -
*> it is its own dated line so the banked figures stay as banked
    if DayIsOpen
        display CashUpDate " is not closed - post the money in the usual way"
        exit section
    end-if
    display "Adjustment to " CashUpDate " (closed " DayCloseCheckClosedOn ")"
    display "Method - (C)ash, (B)ank, card (R)eader:"
    move space to AdjustMethodEntry
    accept AdjustMethodEntry
    move upper-case(AdjustMethodEntry) to AdjustMethodEntry
    if AdjustMethodEntry not equal to "C" and AdjustMethodEntry not equal to "B"
            and AdjustMethodEntry not equal to "R"
        display "No such method - nothing keyed"
        exit section
    end-if
    display "Amount (minus for money out, e.g. -20):"
    move spaces to AdjustAmountEntry
    accept AdjustAmountEntry
    if test-numval(AdjustAmountEntry) not equal to zero
            or numval(AdjustAmountEntry) equal to zero
        display "Not an amount - nothing keyed"
        exit section
    end-if

    initialize DayCloseWork
    move CashUpDate to DayCloseDate of DayCloseWork
    set DayCloseIsAdjustment of DayCloseWork to true
    move AdjustMethodEntry to DayCloseAdjustMethod of DayCloseWork
    move numval(AdjustAmountEntry) to DayCloseAdjustAmount of DayCloseWork
    display "AuthCode it concerns (blank for none):"
    accept DayCloseReference of DayCloseWork
    move upper-case(DayCloseReference of DayCloseWork)
        to DayCloseReference of DayCloseWork
    display "Reason:"
    accept DayCloseReason of DayCloseWork
    display "Keyed by (operator id):"
    move spaces to OperatorEntry
    accept OperatorEntry
    move upper-case(OperatorEntry) to DayCloseOperator of DayCloseWork
    accept DayCloseEnteredDate of DayCloseWork from date yyyymmdd
    accept DayCloseEnteredTime of DayCloseWork from time
    perform AppendDayCloseLine

*> what the money was for is a matter for the treasurer, so it waits in
*> suspense until a journal puts it where it belongs
    initialize LedgerPostingDetails
    move CashUpDate to LedgerPostingDate
    move AdjustMethodEntry to LedgerPostingMethod
    move DayCloseReference of DayCloseWork to LedgerPostingReference
    move "ADJUST" to LedgerPostingSource
    move DayCloseReason of DayCloseWork to LedgerPostingNarrative
    if DayCloseAdjustAmount of DayCloseWork is greater than zero
        move zeroes to LedgerDebitAccount
        move AccountSuspense to LedgerCreditAccount
        move DayCloseAdjustAmount of DayCloseWork to LedgerPostingAmount
    else
        move AccountSuspense to LedgerDebitAccount
        move zeroes to LedgerCreditAccount
        compute LedgerPostingAmount = 0 - DayCloseAdjustAmount of DayCloseWork
    end-if
    call "PostLedger" using LedgerPosting
    move DayCloseAdjustAmount of DayCloseWork to AdjustDisplay
    display "Adjustment of " AdjustDisplay " by " AdjustMethodEntry
        " keyed against " CashUpDate
.

AppendDayCloseLine section.
    open extend DayClosesFile
    move DayCloseWork to DayCloseRecord
    write DayCloseRecord
    close DayClosesFile
.

end program CashUpReport.
