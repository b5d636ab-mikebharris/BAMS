identification division.
program-id. GeneralLedger.

environment division.
    configuration section.
        repository.
            function all intrinsic.

input-output section.
file-control.
    select optional LedgerFile assign to LedgerFileName
        organization is line sequential.

    select optional AttendeesFile assign to AttendeesFileName
        organization is indexed
        access mode is dynamic
        record key is AuthCode of AttendeeRecord
        file status is AttendeeStatus.

    select optional CreditsFile assign to CreditsFileName
        organization is line sequential.

    select optional ShopTabFile assign to ShopTabFileName
        organization is line sequential.

    select optional HiresFile assign to HiresFileName
        organization is line sequential.

data division.
file section.
    fd LedgerFile.
        copy DD-LedgerEntry replacing LedgerEntry by
            ==LedgerRecord.
            88 EndOfLedgerFile value high-values==.

    fd AttendeesFile is global.
        copy DD-Attendee replacing Attendee by
            ==AttendeeRecord is global.
            88 EndOfAttendeesFile value high-values==.

    fd CreditsFile.
        copy DD-Credit replacing Credit by
            ==CreditRecord.
            88 EndOfCreditsFile value high-values==.

    fd ShopTabFile.
        copy DD-ShopTab replacing ShopTabLine by
            ==ShopTabRecord.
            88 EndOfShopTabFile value high-values==.

    fd HiresFile.
        copy DD-Hire replacing Hire by
            ==HireRecord.
            88 EndOfHiresFile value high-values==.

working-storage section.
    01 AttendeeStatus   pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".

    01 LedgerFileName pic x(24) value "ledger.dat".
    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 CreditsFileName pic x(20) value "credits.dat".
    01 ShopTabFileName pic x(20) value "shop-tabs.dat".
    01 HiresFileName pic x(20) value "hires.dat".
    01 CommandLineArgumentCount pic 9 value zero.
    01 RunOption pic x(10) value spaces.
    01 FromDate pic x(8) value "00000000".
    01 ToDate pic x(8) value "99999999".
    01 TodaysDate pic x(8) value spaces.

    copy DD-ChartOfAccounts.
    copy DD-LedgerPosting.

    01 AccountTotals.
        05 AccountTotal occurs 26 times.
            10 AccountDebits pic 9(7)v99 value zeroes.
            10 AccountCredits pic 9(7)v99 value zeroes.
    01 AccountScan pic 99 value zero.
    01 AccountFoundFlag pic 9 value 0.
        88 AccountIsOnChart value 1 when set to false is 0.
    01 AccountToFind pic 9(4) value zeroes.
    01 LinesOffChart pic 9(5) value zero.
    01 LedgerLinesRead pic 9(6) value zero.

    01 AccountBalance pic s9(7)v99 value zero.
    01 TotalDebitColumn pic 9(8)v99 value zero.
    01 TotalCreditColumn pic 9(8)v99 value zero.
    01 TotalIncome pic s9(8)v99 value zero.
    01 TotalExpenditure pic s9(8)v99 value zero.
    01 SurplusForPeriod pic s9(8)v99 value zero.
    01 TotalAssets pic s9(8)v99 value zero.
    01 TotalLiabilities pic s9(8)v99 value zero.
    01 TotalFunds pic s9(8)v99 value zero.
    01 BalanceDifference pic s9(8)v99 value zero.
    01 MoneyDisplay pic -(7)9.99.
    01 MoneyDisplayTwo pic -(7)9.99.
    01 AccountClass pic 9 value zero.

    01 JournalDebitEntry pic x(4) value spaces.
    01 JournalCreditEntry pic x(4) value spaces.
    01 JournalAmountEntry pic x(10) value spaces.
    01 InstalmentSlot pic 9 value zero.
    01 TakeOnPostings pic 9(5) value zero.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is less than 1
        display "Usage: GeneralLedger --trial [as at YYYYMMDD]"
        display "       GeneralLedger --income <from YYYYMMDD> <to YYYYMMDD>"
        display "       GeneralLedger --balance [as at YYYYMMDD]"
        display "       GeneralLedger --journal"
        display "       GeneralLedger --take-on [attendees file]"
        display "       GeneralLedger --accounts"
        stop run
    end-if
    accept RunOption from argument-value
    accept TodaysDate from date yyyymmdd

    evaluate RunOption
        when "--trial"
            if CommandLineArgumentCount is greater than 1
                accept ToDate from argument-value
            end-if
            perform TrialBalance
        when "--income"
            if CommandLineArgumentCount is less than 3
                display "Usage: GeneralLedger --income <from YYYYMMDD> <to YYYYMMDD>"
                stop run
            end-if
            accept FromDate from argument-value
            accept ToDate from argument-value
            perform IncomeAndExpenditure
        when "--balance"
            if CommandLineArgumentCount is greater than 1
                accept ToDate from argument-value
            end-if
            perform BalanceSheet
        when "--journal"
            perform KeyManualJournal
        when "--take-on"
            if CommandLineArgumentCount is greater than 1
                accept AttendeesFileName from argument-value
            end-if
            perform TakeOnOpeningPosition
        when "--accounts"
            perform ListChartOfAccounts
        when other
            display "Unknown option " trim(RunOption)
    end-evaluate
    stop run.

LoadAccountTotals section.
*> totals every ledger line dated inside FromDate..ToDate onto its
*> account - the reports only differ in which accounts they show
    initialize AccountTotals
    move zero to LinesOffChart
    move zero to LedgerLinesRead
    open input LedgerFile
        read LedgerFile
            at end set EndOfLedgerFile to true
        end-read
        perform until EndOfLedgerFile
            if LedgerDate of LedgerRecord is greater than or equal to FromDate
                    and LedgerDate of LedgerRecord is less than or equal to ToDate
                add 1 to LedgerLinesRead
                move LedgerAccount of LedgerRecord to AccountToFind
                perform FindAccountOnChart
                if AccountIsOnChart
                    add LedgerDebit of LedgerRecord to AccountDebits(AccountScan)
                    add LedgerCredit of LedgerRecord to AccountCredits(AccountScan)
                else
                    add 1 to LinesOffChart
                end-if
            end-if
            read LedgerFile
                at end set EndOfLedgerFile to true
            end-read
        end-perform
    close LedgerFile
    if LinesOffChart is greater than zero
        display "WARNING: " LinesOffChart
            " ledger lines name an account no longer on the chart"
    end-if
.

FindAccountOnChart section.
*> leaves AccountScan on the row found
    set AccountIsOnChart to false
    perform varying AccountScan from 1 by 1
        until AccountScan is greater than AccountCount
        if AccountCode(AccountScan) equal to AccountToFind
            set AccountIsOnChart to true
            exit perform
        end-if
    end-perform
.

TrialBalance section.
    perform LoadAccountTotals
    display "Trial balance as at " ToDate
    display "===================================================================="
    display "Account                                   Debit          Credit"
    move zero to TotalDebitColumn
    move zero to TotalCreditColumn
    perform varying AccountScan from 1 by 1
        until AccountScan is greater than AccountCount
        compute AccountBalance = AccountDebits(AccountScan)
            - AccountCredits(AccountScan)
        evaluate true
            when AccountBalance is greater than zero
                add AccountBalance to TotalDebitColumn
                move AccountBalance to MoneyDisplay
                display AccountCode(AccountScan) " " AccountName(AccountScan)
                    "  " MoneyDisplay
            when AccountBalance is less than zero
                subtract AccountBalance from TotalCreditColumn
                compute AccountBalance = 0 - AccountBalance
                move AccountBalance to MoneyDisplay
                display AccountCode(AccountScan) " " AccountName(AccountScan)
                    "                 " MoneyDisplay
        end-evaluate
    end-perform
    display "--------------------------------------------------------------------"
    move TotalDebitColumn to MoneyDisplay
    move TotalCreditColumn to MoneyDisplayTwo
    display "Totals                                " MoneyDisplay
        "     " MoneyDisplayTwo
    if TotalDebitColumn equal to TotalCreditColumn
        display "The ledger balances (" LedgerLinesRead " lines)"
    else
        compute BalanceDifference = TotalDebitColumn - TotalCreditColumn
        move BalanceDifference to MoneyDisplay
        display "OUT OF BALANCE by " MoneyDisplay
            " - something has written to the ledger outside PostLedger"
    end-if
.

IncomeAndExpenditure section.
    perform LoadAccountTotals
    display "Income and expenditure " FromDate " to " ToDate
    display "====================================================="
    move zero to TotalIncome
    move zero to TotalExpenditure
    display "Income"
    perform varying AccountScan from 1 by 1
        until AccountScan is greater than AccountCount
        move AccountCode(AccountScan)(1:1) to AccountClass
        if AccountClass equal to 4
            compute AccountBalance = AccountCredits(AccountScan)
                - AccountDebits(AccountScan)
            if AccountBalance not equal to zero
                add AccountBalance to TotalIncome
                move AccountBalance to MoneyDisplay
                display "  " AccountCode(AccountScan) " "
                    AccountName(AccountScan) MoneyDisplay
            end-if
        end-if
    end-perform
    move TotalIncome to MoneyDisplay
    display "  Total income                          " MoneyDisplay
    display "Expenditure"
    perform varying AccountScan from 1 by 1
        until AccountScan is greater than AccountCount
        move AccountCode(AccountScan)(1:1) to AccountClass
        if AccountClass equal to 5 or AccountClass equal to 6
            compute AccountBalance = AccountDebits(AccountScan)
                - AccountCredits(AccountScan)
            if AccountBalance not equal to zero
                add AccountBalance to TotalExpenditure
                move AccountBalance to MoneyDisplay
                display "  " AccountCode(AccountScan) " "
                    AccountName(AccountScan) MoneyDisplay
            end-if
        end-if
    end-perform
    move TotalExpenditure to MoneyDisplay
    display "  Total expenditure                     " MoneyDisplay
    compute SurplusForPeriod = TotalIncome - TotalExpenditure
    move SurplusForPeriod to MoneyDisplay
    display "-----------------------------------------------------"
    if SurplusForPeriod is less than zero
        display "Deficit for the period                  " MoneyDisplay
    else
        display "Surplus for the period                  " MoneyDisplay
    end-if
.

BalanceSheet section.
*> what is held and what is owed at the date - hire deposits, open
*> credits and unpaid supplier invoices are money that is not ours
    perform LoadAccountTotals
    move zero to TotalAssets
    move zero to TotalLiabilities
    move zero to TotalFunds
    move zero to SurplusForPeriod
    display "Balance sheet as at " ToDate
    display "====================================================="
    display "Assets"
    perform varying AccountScan from 1 by 1
        until AccountScan is greater than AccountCount
        move AccountCode(AccountScan)(1:1) to AccountClass
        evaluate AccountClass
            when 1
                compute AccountBalance = AccountDebits(AccountScan)
                    - AccountCredits(AccountScan)
                if AccountBalance not equal to zero
                    add AccountBalance to TotalAssets
                    move AccountBalance to MoneyDisplay
                    display "  " AccountCode(AccountScan) " "
                        AccountName(AccountScan) MoneyDisplay
                end-if
            when 4
                compute SurplusForPeriod = SurplusForPeriod
                    + AccountCredits(AccountScan) - AccountDebits(AccountScan)
            when 5
            when 6
                compute SurplusForPeriod = SurplusForPeriod
                    + AccountCredits(AccountScan) - AccountDebits(AccountScan)
        end-evaluate
    end-perform
    move TotalAssets to MoneyDisplay
    display "  Total assets                          " MoneyDisplay

    display "Liabilities"
    perform varying AccountScan from 1 by 1
        until AccountScan is greater than AccountCount
        move AccountCode(AccountScan)(1:1) to AccountClass
        if AccountClass equal to 2
            compute AccountBalance = AccountCredits(AccountScan)
                - AccountDebits(AccountScan)
            if AccountBalance not equal to zero
                add AccountBalance to TotalLiabilities
                move AccountBalance to MoneyDisplay
                display "  " AccountCode(AccountScan) " "
                    AccountName(AccountScan) MoneyDisplay
            end-if
        end-if
    end-perform
    move TotalLiabilities to MoneyDisplay
    display "  Total liabilities                     " MoneyDisplay
    compute AccountBalance = TotalAssets - TotalLiabilities
    move AccountBalance to MoneyDisplay
    display "Net assets                              " MoneyDisplay

    display "Funds"
    perform varying AccountScan from 1 by 1
        until AccountScan is greater than AccountCount
        move AccountCode(AccountScan)(1:1) to AccountClass
        if AccountClass equal to 3 or AccountClass equal to 9
            compute AccountBalance = AccountCredits(AccountScan)
                - AccountDebits(AccountScan)
            if AccountBalance not equal to zero
                add AccountBalance to TotalFunds
                move AccountBalance to MoneyDisplay
                display "  " AccountCode(AccountScan) " "
                    AccountName(AccountScan) MoneyDisplay
            end-if
        end-if
    end-perform
    add SurplusForPeriod to TotalFunds
    move SurplusForPeriod to MoneyDisplay
    display "  Surplus to date                       " MoneyDisplay
    move TotalFunds to MoneyDisplay
    display "  Total funds                           " MoneyDisplay

    compute BalanceDifference = TotalAssets - TotalLiabilities - TotalFunds
    if BalanceDifference not equal to zero
        move BalanceDifference to MoneyDisplay
        display "DOES NOT BALANCE by " MoneyDisplay " - run --trial"
    end-if
    move AccountSuspense to AccountToFind
    perform FindAccountOnChart
    if AccountIsOnChart
        if AccountDebits(AccountScan) not equal to AccountCredits(AccountScan)
            display "Suspense is not clear - journal the closed-day adjustments"
                " to where they belong"
        end-if
    end-if
.

KeyManualJournal section.
*> for what no program posts - money HMRC sends for Gift Aid, clearing
*> suspense, opening balances - and always as one balanced pair
    initialize LedgerPostingDetails
    display "Date of the entry (YYYYMMDD, blank for today):"
    accept LedgerPostingDate
    if LedgerPostingDate equal to spaces or LedgerPostingDate is not numeric
        move TodaysDate to LedgerPostingDate
    end-if
    display "Account to debit:"
    accept JournalDebitEntry
    display "Account to credit:"
    accept JournalCreditEntry
    if JournalDebitEntry is not numeric or JournalCreditEntry is not numeric
        display "Accounts are four digits - run --accounts for the list"
        exit section
    end-if
    move JournalDebitEntry to LedgerDebitAccount
    move JournalCreditEntry to LedgerCreditAccount
    if LedgerDebitAccount equal to LedgerCreditAccount
        display "Debit and credit are the same account - nothing posted"
        exit section
    end-if
    display "Amount (e.g. 125.50):"
    accept JournalAmountEntry
    if test-numval(JournalAmountEntry) not equal to zero
            or numval(JournalAmountEntry) is not greater than zero
        display "Not an amount - nothing posted"
        exit section
    end-if
    move numval(JournalAmountEntry) to LedgerPostingAmount
    display "AuthCode or reference (blank for none):"
    accept LedgerPostingReference
    display "Narrative:"
    accept LedgerPostingNarrative
    move "JOURNAL" to LedgerPostingSource
    move LedgerFileName to LedgerPostingFileName
    call "PostLedger" using LedgerPosting
    if LedgerPostingMade
        move LedgerPostingAmount to MoneyDisplay
        display "Posted " MoneyDisplay " Dr " LedgerDebitAccount
            " Cr " LedgerCreditAccount
    end-if
.

TakeOnOpeningPosition section.
*> a one-off when the ledger starts: the money already on the records
*> goes in as it happened, and what is still held or owed goes in
*> against the general fund
    open input LedgerFile
        read LedgerFile
            at end set EndOfLedgerFile to true
        end-read
    close LedgerFile
    if not EndOfLedgerFile
        display trim(LedgerFileName) " already has postings - the take-on"
            " is only for an empty ledger"
        exit section
    end-if

    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if

    move zero to TakeOnPostings
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile
            perform TakeOnOneAttendee
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile

    perform TakeOnOpenCredits
    perform TakeOnOpenShopTabs
    perform TakeOnDepositsHeld

    display "Take-on posted " TakeOnPostings " entries to " trim(LedgerFileName)
    display "Bank and gate cash already banked before today are not on any record"
    display "- key the opening bank balance with --journal against 3000"
.

TakeOnOneAttendee section.
    perform varying InstalmentSlot from 1 by 1
        until InstalmentSlot is greater than NumberOfInstalments of AttendeeRecord
        initialize LedgerPostingDetails
        move InstalmentDate of AttendeeRecord(InstalmentSlot) to LedgerPostingDate
        move zeroes to LedgerDebitAccount
        move InstalmentMethod of AttendeeRecord(InstalmentSlot)
            to LedgerPostingMethod
        move AccountCampIncome to LedgerCreditAccount
        move InstalmentAmount of AttendeeRecord(InstalmentSlot)
            to LedgerPostingAmount
        move AuthCode of AttendeeRecord to LedgerPostingReference
        move "Camp fee (take-on)" to LedgerPostingNarrative
        perform PostTakeOnEntry
    end-perform

    if DonationAmount of AttendeeRecord is greater than zero
        initialize LedgerPostingDetails
        move AccountCampIncome to LedgerDebitAccount
        move AccountDonations to LedgerCreditAccount
        move DonationAmount of AttendeeRecord to LedgerPostingAmount
        move AuthCode of AttendeeRecord to LedgerPostingReference
        move "Donation within the fee (take-on)" to LedgerPostingNarrative
        perform PostTakeOnEntry
    end-if

    if RefundAmount of AttendeeRecord is greater than zero
        initialize LedgerPostingDetails
        move RefundDate of AttendeeRecord to LedgerPostingDate
        move AccountFeeRefunds to LedgerDebitAccount
        move zeroes to LedgerCreditAccount
        evaluate upper-case(RefundMethod of AttendeeRecord)
            when "BANK"
                move "B" to LedgerPostingMethod
            when "CARD"
                move "R" to LedgerPostingMethod
            when other
                move "C" to LedgerPostingMethod
        end-evaluate
        move RefundAmount of AttendeeRecord to LedgerPostingAmount
        move AuthCode of AttendeeRecord to LedgerPostingReference
        move "Refund (take-on)" to LedgerPostingNarrative
        perform PostTakeOnEntry
    end-if

    if BalanceWrittenOff of AttendeeRecord
        initialize LedgerPostingDetails
        move WriteOffDate of AttendeeRecord to LedgerPostingDate
        move AccountBadDebts to LedgerDebitAccount
        move AccountCampIncome to LedgerCreditAccount
        move WriteOffAmount of AttendeeRecord to LedgerPostingAmount
        move AuthCode of AttendeeRecord to LedgerPostingReference
        move "Fee written off (take-on)" to LedgerPostingNarrative
        perform PostTakeOnEntry
    end-if

    if FamilyCapReduction of AttendeeRecord is numeric
            and FamilyCapReduction of AttendeeRecord is greater than zero
        initialize LedgerPostingDetails
        move AccountFamilyCap to LedgerDebitAccount
        move AccountCampIncome to LedgerCreditAccount
        move FamilyCapReduction of AttendeeRecord to LedgerPostingAmount
        move AuthCode of AttendeeRecord to LedgerPostingReference
        move "Family ticket cap (take-on)" to LedgerPostingNarrative
        perform PostTakeOnEntry
    end-if
.

TakeOnOpenCredits section.
    open input CreditsFile
        read CreditsFile
            at end set EndOfCreditsFile to true
        end-read
        perform until EndOfCreditsFile
            if CreditIsOpen of CreditRecord
                initialize LedgerPostingDetails
                move CreditGrantedDate of CreditRecord to LedgerPostingDate
                move AccountGeneralFund to LedgerDebitAccount
                move AccountCreditsHeld to LedgerCreditAccount
                move CreditAmount of CreditRecord to LedgerPostingAmount
                move CreditAuthCode of CreditRecord to LedgerPostingReference
                move "Credit held (take-on)" to LedgerPostingNarrative
                perform PostTakeOnEntry
            end-if
            read CreditsFile
                at end set EndOfCreditsFile to true
            end-read
        end-perform
    close CreditsFile
.

TakeOnOpenShopTabs section.
    open input ShopTabFile
        read ShopTabFile
            at end set EndOfShopTabFile to true
        end-read
        perform until EndOfShopTabFile
            if TabLineIsOpen of ShopTabRecord
                initialize LedgerPostingDetails
                move TabDate of ShopTabRecord to LedgerPostingDate
                move AccountShopTabs to LedgerDebitAccount
                move AccountShopSales to LedgerCreditAccount
                move TabAmount of ShopTabRecord to LedgerPostingAmount
                move TabAuthCode of ShopTabRecord to LedgerPostingReference
                move "Shop tab open (take-on)" to LedgerPostingNarrative
                perform PostTakeOnEntry
            end-if
            read ShopTabFile
                at end set EndOfShopTabFile to true
            end-read
        end-perform
    close ShopTabFile
.

TakeOnDepositsHeld section.
    open input HiresFile
        read HiresFile
            at end set EndOfHiresFile to true
        end-read
        perform until EndOfHiresFile
            if HireStillOut of HireRecord
                initialize LedgerPostingDetails
                move HireDate of HireRecord to LedgerPostingDate
                move AccountGeneralFund to LedgerDebitAccount
                move AccountDepositsHeld to LedgerCreditAccount
                move HireDepositTaken of HireRecord to LedgerPostingAmount
                move HireAuthCode of HireRecord to LedgerPostingReference
                move "Hire deposit held (take-on)" to LedgerPostingNarrative
                perform PostTakeOnEntry
            end-if
            read HiresFile
                at end set EndOfHiresFile to true
            end-read
        end-perform
    close HiresFile
.

PostTakeOnEntry section.
    move "TAKE-ON" to LedgerPostingSource
    move LedgerFileName to LedgerPostingFileName
    if LedgerPostingDate equal to spaces or LedgerPostingDate equal to zeroes
        move TodaysDate to LedgerPostingDate
    end-if
    call "PostLedger" using LedgerPosting
    if LedgerPostingMade
        add 1 to TakeOnPostings
    end-if
.

ListChartOfAccounts section.
    display "Chart of accounts"
    display "================="
    perform varying AccountScan from 1 by 1
        until AccountScan is greater than AccountCount
        display AccountCode(AccountScan) " " AccountName(AccountScan)
    end-perform
.

end program GeneralLedger.
