
    01 SettlementFileName pic x(30) value spaces.
    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 SettledMarksFileName pic x(20) value "card-settled.dat".
    01 ExceptionsFileName pic x(20) value "card-exceptions.txt".
    01 CommandLineArgumentCount pic 9 value zero.
    01 StatementAmountText pic x(10) value spaces.
    01 StatementReference pic x(80) value spaces.
    01 SettlementAmount pic 999 value zero.
    copy DD-ChartOfAccounts.
    copy DD-LedgerPosting.
    01 SettlementDateForMatch pic x(8) value spaces.
    01 DashTally pic 9 value zero.
    01 DateYearPart pic x(4) value spaces.

MatchSettlementToInstalment section.
    set SettlementMatched to false
    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
    move SettlementAmount to SettledAmount
    write SettledMarkRecord
    close SettledMarksFile
*> the card company has paid it over, so it moves from clearing to bank
    initialize LedgerPostingDetails
    move SettlementDateForMatch to LedgerPostingDate
    move AccountBank to LedgerDebitAccount
    move AccountCardClearing to LedgerCreditAccount
    move SettlementAmount to LedgerPostingAmount
    move AuthCode of AttendeeRecord to LedgerPostingReference
    move "CARDSETT" to LedgerPostingSource
    move "Card takings settled" to LedgerPostingNarrative
    call "PostLedger" using LedgerPosting
.

ReportUnsettledCardInstalments section.
