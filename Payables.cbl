identification division.
program-id. Payables.

environment division.
    configuration section.
        repository.
            function all intrinsic.

input-output section.
file-control.
    select optional SuppliersFile assign to SuppliersFileName
        organization is line sequential.

    select optional SuppliersHoldFile assign to SuppliersHoldFileName
        organization is line sequential.

    select optional PayablesFile assign to PayablesFileName
        organization is line sequential.

    select optional PayablesHoldFile assign to PayablesHoldFileName
        organization is line sequential.

    select optional CommitmentsFile assign to CommitmentsFileName
        organization is line sequential.

    select optional CommitmentsHoldFile assign to CommitmentsHoldFileName
        organization is line sequential.

    select optional ExpensesFile assign to ExpensesFileName
        organization is line sequential.

    select PaymentRunFile assign to PaymentRunFileName
        organization is line sequential.

data division.
file section.
    fd SuppliersFile.
        copy DD-Supplier replacing Supplier by
            ==SupplierRecord.
            88 EndOfSuppliersFile value high-values==.

    fd SuppliersHoldFile.
        copy DD-Supplier replacing Supplier by
            ==SupplierHoldRecord==.

    fd PayablesFile.
        copy DD-Payable replacing Payable by
            ==PayableRecord.
            88 EndOfPayablesFile value high-values==.

    fd PayablesHoldFile.
        copy DD-Payable replacing Payable by
            ==PayableHoldRecord==.

    fd CommitmentsFile.
        copy DD-Commitment replacing Commitment by
            ==CommitmentRecord.
            88 EndOfCommitmentsFile value high-values==.

    fd CommitmentsHoldFile.
        copy DD-Commitment replacing Commitment by
            ==CommitmentHoldRecord==.

    fd ExpensesFile.
        copy DD-Expense replacing Expense by
            ==ExpenseRecord==.

    fd PaymentRunFile.
        01 PaymentRunLine pic x(100).

working-storage section.
    01 SuppliersFileName pic x(20) value "suppliers.dat".
    01 SuppliersHoldFileName pic x(20) value "suppliers.tmp".
    01 PayablesFileName pic x(20) value "payables.dat".
    01 PayablesHoldFileName pic x(20) value "payables.tmp".
    01 CommitmentsFileName pic x(20) value "commitments.dat".
    01 CommitmentsHoldFileName pic x(20) value "commitments.tmp".
    01 ExpensesFileName pic x(20) value "expenses.dat".
    01 PaymentRunFileName pic x(20) value "payment-run.txt".
    01 CommandLineArgumentCount pic 9 value zero.
    01 PayablesOption pic x(10) value spaces.

    copy DD-Supplier replacing Supplier by ==SupplierWork==.
    copy DD-Payable replacing Payable by ==PayableWork==.
    01 SupplierCodeEntry pic x(8) value spaces.
    01 SupplierFieldEntry pic x(40) value spaces.
    01 SupplierFoundFlag pic 9 value 0.
        88 SupplierOnFile value 1 when set to false is 0.

    01 CommitmentsListed pic 9(4) value zero.
    01 OutstandingListed pic 9(4) value zero.
    01 CommitmentChoice pic 9(4) value zero.
    01 CommitmentScan pic 9(4) value zero.

    01 TodaysDate pic 9(8) value zeroes.
    01 DateWork pic 9(8) value zeroes.
    01 DaysOverdue pic s9(5) value zero.
    01 PayUpToEntry pic x(8) value spaces.
    01 PayUpToDate pic x(8) value spaces.
    01 PaymentRunResponse pic x value space.
        88 PaymentRunConfirmed values "Y", "y".
    copy DD-ChartOfAccounts.
    copy DD-LedgerPosting.
    01 InvoicesDue pic 999 value zero.
    01 InvoicesPaid pic 999 value zero.
    01 PaymentRunTotal pic 9(7) value zero.
    01 AmountDisplay pic zzzzzz9.

*> the suppliers are held in a table so the aged report and the payment
*> run can print bank details and totals without re-reading the master
    01 SupplierTable.
        02 SupplierSlot occurs 50 times.
            03 TableSupplierCode pic x(8) value spaces.
            03 TableSupplierName pic x(30) value spaces.
            03 TableSortCode pic x(8) value spaces.
            03 TableAccountNumber pic x(8) value spaces.
            03 TableAccountName pic x(18) value spaces.
            03 AgedNotDue pic 9(6) value zero.
            03 Aged1To30 pic 9(6) value zero.
            03 Aged31To60 pic 9(6) value zero.
            03 Aged61To90 pic 9(6) value zero.
            03 AgedOver90 pic 9(6) value zero.
            03 SupplierRunTotal pic 9(6) value zero.
    01 SupplierCount pic 99 value zero.
    01 SupplierScan pic 99 value zero.
    01 AgedTotals.
        02 TotalNotDue pic 9(7) value zero.
        02 Total1To30 pic 9(7) value zero.
        02 Total31To60 pic 9(7) value zero.
        02 Total61To90 pic 9(7) value zero.
        02 TotalOver90 pic 9(7) value zero.

*> what the run paid off each commitment row, applied in one pass over
*> commitments.dat once the invoices are marked
    01 CommitmentPayments.
        02 CommitmentPaid occurs 100 times.
            03 PaidCommitmentRow pic 9(4) value zero.
            03 PaidCommitmentAmount pic 9(6) value zero.
    01 CommitmentPaidCount pic 999 value zero.
    01 CommitmentPaidScan pic 999 value zero.
    01 CommitmentsTouchedFlag pic 9 value 0.
        88 CommitmentsTouched value 1 when set to false is 0.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is less than 1
        display "Usage: Payables --supplier | --invoice | --aged | --payrun"
    else
        accept PayablesOption from argument-value
    end-if
    accept TodaysDate from date yyyymmdd

    evaluate true
        when PayablesOption equal to "--supplier"
            perform MaintainSupplier
        when PayablesOption equal to "--invoice"
            perform EnterSupplierInvoice
        when PayablesOption equal to "--payrun"
            perform PaymentRun
        when other
            perform AgedCreditorsReport
    end-evaluate
    stop run.

MaintainSupplier section.
*> a code that is already on file is amended in place, a new one is
*> added on the end - the code is what the kitchen stores and the
*> invoices point at, so it never changes once issued
    display "Supplier code (up to 8 characters):"
    move spaces to SupplierCodeEntry
    accept SupplierCodeEntry
    move upper-case(SupplierCodeEntry) to SupplierCodeEntry
    if SupplierCodeEntry equal to spaces
        display "No code given - nothing changed"
        exit section
    end-if

    perform FindSupplier
    if SupplierOnFile
        display "Amending " trim(SupplierFullName of SupplierWork)
            " - press enter to keep a value"
    else
        initialize SupplierWork
        move SupplierCodeEntry to SupplierCode of SupplierWork
        move 30 to SupplierTermsDays of SupplierWork
    end-if

*> an empty answer keeps what is there, so amending one bank detail
*> does not mean typing the whole supplier in again
    display "Name [" trim(SupplierFullName of SupplierWork) "]:"
    perform AcceptSupplierField
    if SupplierFieldEntry not equal to spaces
        move SupplierFieldEntry to SupplierFullName of SupplierWork
    end-if
    display "Contact [" trim(SupplierContact of SupplierWork) "]:"
    perform AcceptSupplierField
    if SupplierFieldEntry not equal to spaces
        move SupplierFieldEntry to SupplierContact of SupplierWork
    end-if
    display "Telephone [" trim(SupplierTelephone of SupplierWork) "]:"
    perform AcceptSupplierField
    if SupplierFieldEntry not equal to spaces
        move SupplierFieldEntry to SupplierTelephone of SupplierWork
    end-if
    display "Email [" trim(SupplierEmail of SupplierWork) "]:"
    perform AcceptSupplierField
    if SupplierFieldEntry not equal to spaces
        move SupplierFieldEntry to SupplierEmail of SupplierWork
    end-if
    display "Bank sort code [" trim(SupplierSortCode of SupplierWork) "]:"
    perform AcceptSupplierField
    if SupplierFieldEntry not equal to spaces
        move SupplierFieldEntry to SupplierSortCode of SupplierWork
    end-if
    display "Bank account number [" trim(SupplierAccountNumber of SupplierWork) "]:"
    perform AcceptSupplierField
    if SupplierFieldEntry not equal to spaces
        move SupplierFieldEntry to SupplierAccountNumber of SupplierWork
    end-if
    display "Name on the account [" trim(SupplierAccountName of SupplierWork) "]:"
    perform AcceptSupplierField
    if SupplierFieldEntry not equal to spaces
        move SupplierFieldEntry to SupplierAccountName of SupplierWork
    end-if
    display "Payment terms in days [" SupplierTermsDays of SupplierWork "]:"
    perform AcceptSupplierField
    if SupplierFieldEntry not equal to spaces
            and test-numval(SupplierFieldEntry) equal to zero
        move numval(SupplierFieldEntry) to SupplierTermsDays of SupplierWork
    end-if

    open input SuppliersFile
    open output SuppliersHoldFile
        read SuppliersFile
            at end set EndOfSuppliersFile to true
        end-read
        perform until EndOfSuppliersFile
            if SupplierCode of SupplierRecord equal to SupplierCodeEntry
                move SupplierWork to SupplierHoldRecord
            else
                move SupplierRecord to SupplierHoldRecord
            end-if
            write SupplierHoldRecord
            read SuppliersFile
                at end set EndOfSuppliersFile to true
            end-read
        end-perform
        if not SupplierOnFile
            move SupplierWork to SupplierHoldRecord
            write SupplierHoldRecord
        end-if
    close SuppliersFile
    close SuppliersHoldFile
    call "C$COPY" using SuppliersHoldFileName, SuppliersFileName, 0
    call "SYSTEM" using "rm -f suppliers.tmp"
    display "Supplier " trim(SupplierCodeEntry) " saved"
.

AcceptSupplierField section.
    move spaces to SupplierFieldEntry
    accept SupplierFieldEntry
.

FindSupplier section.
    set SupplierOnFile to false
    open input SuppliersFile
        read SuppliersFile
            at end set EndOfSuppliersFile to true
        end-read
        perform until EndOfSuppliersFile or SupplierOnFile
            if SupplierCode of SupplierRecord equal to SupplierCodeEntry
                set SupplierOnFile to true
                move SupplierRecord to SupplierWork
            else
                read SuppliersFile
                    at end set EndOfSuppliersFile to true
                end-read
            end-if
        end-perform
    close SuppliersFile
.

EnterSupplierInvoice section.
    display "Supplier code:"
    move spaces to SupplierCodeEntry
    accept SupplierCodeEntry
    move upper-case(SupplierCodeEntry) to SupplierCodeEntry
    perform FindSupplier
    if not SupplierOnFile
        display "No supplier " trim(SupplierCodeEntry)
            " - set them up with --supplier first"
        exit section
    end-if

    initialize PayableWork
    move SupplierCodeEntry to PayableSupplierCode of PayableWork
    display "Supplier's invoice number:"
    accept PayableInvoiceRef of PayableWork
    display "Invoice date (YYYYMMDD, blank for today):"
    accept PayableInvoiceDate of PayableWork
    if PayableInvoiceDate of PayableWork equal to spaces
            or PayableInvoiceDate of PayableWork is not numeric
        move TodaysDate to PayableInvoiceDate of PayableWork
    end-if
    display "Amount invoiced:"
    accept PayableAmount of PayableWork

*> the due date comes from the supplier's terms so the aged report
*> and the payment run never depend on someone doing date sums by hand
    move PayableInvoiceDate of PayableWork to DateWork
    compute DateWork = date-of-integer(integer-of-date(DateWork)
        + SupplierTermsDays of SupplierWork)
    move DateWork to PayableDueDate of PayableWork

    perform ChooseCommitmentForInvoice
    if PayableCommitmentRow of PayableWork equal to zero
        display "Category (MARQUEE/TOILETS/FOOD/INSURANCE/...):"
        accept PayableCategory of PayableWork
        move upper-case(PayableCategory of PayableWork)
            to PayableCategory of PayableWork
        display "What it is for:"
        accept PayableDescription of PayableWork
    end-if
    set PayableIsUnpaid of PayableWork to true

    open extend PayablesFile
    move PayableWork to PayableRecord
    write PayableRecord
    close PayablesFile
    initialize LedgerPostingDetails
    move PayableInvoiceDate of PayableWork to LedgerPostingDate
    move AccountRunningCosts to LedgerDebitAccount
    move AccountCreditors to LedgerCreditAccount
    move PayableAmount of PayableWork to LedgerPostingAmount
    move "INVOICE" to LedgerPostingSource
    string trim(SupplierCodeEntry) " inv "
        trim(PayableInvoiceRef of PayableWork)
        delimited by size into LedgerPostingNarrative
    call "PostLedger" using LedgerPosting
    display "Invoice " trim(PayableInvoiceRef of PayableWork) " from "
        trim(SupplierFullName of SupplierWork) " for "
        PayableAmount of PayableWork " due " PayableDueDate of PayableWork
.

ChooseCommitmentForInvoice section.
*> numbered exactly as BudgetLedger --settle numbers them - rows are only
*> ever appended to commitments.dat, so the number stays put
    display "Commitments still outstanding:"
    move zero to CommitmentsListed
    move zero to OutstandingListed
    open input CommitmentsFile
        read CommitmentsFile
            at end set EndOfCommitmentsFile to true
        end-read
        perform until EndOfCommitmentsFile
            add 1 to CommitmentsListed
            if CommitmentIsOutstanding of CommitmentRecord
                add 1 to OutstandingListed
                display CommitmentsListed ": "
                    CommitmentDate of CommitmentRecord " "
                    CommitmentCategory of CommitmentRecord " "
                    CommitmentAmount of CommitmentRecord " "
                    trim(CommitmentDescription of CommitmentRecord)
            end-if
            read CommitmentsFile
                at end set EndOfCommitmentsFile to true
            end-read
        end-perform
    close CommitmentsFile
    if OutstandingListed equal to zero
        display "  (no outstanding commitments - invoice stands alone)"
        exit section
    end-if

    display "Number of the commitment this invoice is against (0 for none):"
    move zero to CommitmentChoice
    accept CommitmentChoice
    if CommitmentChoice equal to zero
            or CommitmentChoice is greater than CommitmentsListed
        exit section
    end-if

    move zero to CommitmentScan
    open input CommitmentsFile
        read CommitmentsFile
            at end set EndOfCommitmentsFile to true
        end-read
        perform until EndOfCommitmentsFile
            add 1 to CommitmentScan
            if CommitmentScan equal to CommitmentChoice
                    and CommitmentIsOutstanding of CommitmentRecord
                move CommitmentChoice to PayableCommitmentRow of PayableWork
                move CommitmentCategory of CommitmentRecord
                    to PayableCategory of PayableWork
                move CommitmentDescription of CommitmentRecord
                    to PayableDescription of PayableWork
            end-if
            read CommitmentsFile
                at end set EndOfCommitmentsFile to true
            end-read
        end-perform
    close CommitmentsFile
    if PayableCommitmentRow of PayableWork equal to zero
        display "Row " CommitmentChoice " is settled already - invoice stands alone"
    end-if
.

LoadSupplierTable section.
    move zero to SupplierCount
    initialize SupplierTable
    open input SuppliersFile
        read SuppliersFile
            at end set EndOfSuppliersFile to true
        end-read
        perform until EndOfSuppliersFile or SupplierCount equal to 50
            add 1 to SupplierCount
            move SupplierCode of SupplierRecord
                to TableSupplierCode(SupplierCount)
            move SupplierFullName of SupplierRecord
                to TableSupplierName(SupplierCount)
            move SupplierSortCode of SupplierRecord
                to TableSortCode(SupplierCount)
            move SupplierAccountNumber of SupplierRecord
                to TableAccountNumber(SupplierCount)
            move SupplierAccountName of SupplierRecord
                to TableAccountName(SupplierCount)
            read SuppliersFile
                at end set EndOfSuppliersFile to true
            end-read
        end-perform
    close SuppliersFile
.

FindSupplierSlot section.
*> an invoice whose supplier has vanished from the master still has to
*> show up somewhere, so it lands in a catch-all last slot
    perform varying SupplierScan from 1 by 1
        until SupplierScan is greater than SupplierCount
        if TableSupplierCode(SupplierScan)
                equal to PayableSupplierCode of PayableRecord
            exit perform
        end-if
    end-perform
    if SupplierScan is greater than SupplierCount
        if SupplierCount is less than 50
            add 1 to SupplierCount
        end-if
        move SupplierCount to SupplierScan
        move PayableSupplierCode of PayableRecord
            to TableSupplierCode(SupplierScan)
        move "(not on the supplier master)" to TableSupplierName(SupplierScan)
    end-if
.

AgedCreditorsReport section.
    perform LoadSupplierTable
    open input PayablesFile
        read PayablesFile
            at end set EndOfPayablesFile to true
        end-read
        perform until EndOfPayablesFile
            if PayableIsUnpaid of PayableRecord
                perform FindSupplierSlot
                perform AgeOnePayable
            end-if
            read PayablesFile
                at end set EndOfPayablesFile to true
            end-read
        end-perform
    close PayablesFile

    display "Aged creditors at " TodaysDate " (days past the due date)"
    display "=================================================="
    display "Supplier                        Not due   1-30  31-60  61-90    90+"
    perform varying SupplierScan from 1 by 1
        until SupplierScan is greater than SupplierCount
        if AgedNotDue(SupplierScan) + Aged1To30(SupplierScan)
                + Aged31To60(SupplierScan) + Aged61To90(SupplierScan)
                + AgedOver90(SupplierScan) is greater than zero
            display TableSupplierName(SupplierScan) " "
                AgedNotDue(SupplierScan) " "
                Aged1To30(SupplierScan) " "
                Aged31To60(SupplierScan) " "
                Aged61To90(SupplierScan) " "
                AgedOver90(SupplierScan)
        end-if
    end-perform
    display spaces
    display "Totals: not due " TotalNotDue
        " 1-30 " Total1To30 " 31-60 " Total31To60
        " 61-90 " Total61To90 " 90+ " TotalOver90
    if Total61To90 + TotalOver90 is greater than zero
        display "** invoices over 60 days late - suppliers will be chasing **"
    end-if
.

AgeOnePayable section.
    move PayableDueDate of PayableRecord to DateWork
    if PayableDueDate of PayableRecord is not numeric
        move TodaysDate to DateWork
    end-if
    compute DaysOverdue = integer-of-date(TodaysDate)
        - integer-of-date(DateWork)
    evaluate true
        when DaysOverdue is less than 1
            add PayableAmount of PayableRecord to AgedNotDue(SupplierScan)
            add PayableAmount of PayableRecord to TotalNotDue
        when DaysOverdue is less than 31
            add PayableAmount of PayableRecord to Aged1To30(SupplierScan)
            add PayableAmount of PayableRecord to Total1To30
        when DaysOverdue is less than 61
            add PayableAmount of PayableRecord to Aged31To60(SupplierScan)
            add PayableAmount of PayableRecord to Total31To60
        when DaysOverdue is less than 91
            add PayableAmount of PayableRecord to Aged61To90(SupplierScan)
            add PayableAmount of PayableRecord to Total61To90
        when other
            add PayableAmount of PayableRecord to AgedOver90(SupplierScan)
            add PayableAmount of PayableRecord to TotalOver90
    end-evaluate
.

PaymentRun section.
*> the run pays everything unpaid and due by the chosen date, in one
*> go: invoice marked paid, a matching line on the expense ledger, and
*> the commitment it was raised against run down by the same amount -
*> so BudgetLedger never sees the same pounds as committed and actual
    display "Pay invoices due on or before (YYYYMMDD, blank for today):"
    move spaces to PayUpToEntry
    accept PayUpToEntry
    if PayUpToEntry equal to spaces or PayUpToEntry is not numeric
        move TodaysDate to PayUpToDate
    else
        move PayUpToEntry to PayUpToDate
    end-if

    perform LoadSupplierTable
    move zero to InvoicesDue
    move zero to PaymentRunTotal
    open input PayablesFile
        read PayablesFile
            at end set EndOfPayablesFile to true
        end-read
        perform until EndOfPayablesFile
            if PayableIsUnpaid of PayableRecord
                    and PayableDueDate of PayableRecord
                        is less than or equal to PayUpToDate
                add 1 to InvoicesDue
                add PayableAmount of PayableRecord to PaymentRunTotal
                display "  " PayableSupplierCode of PayableRecord " "
                    PayableInvoiceRef of PayableRecord " due "
                    PayableDueDate of PayableRecord " "
                    PayableAmount of PayableRecord
            end-if
            read PayablesFile
                at end set EndOfPayablesFile to true
            end-read
        end-perform
    close PayablesFile
    if InvoicesDue equal to zero
        display "Nothing due on or before " PayUpToDate
        exit section
    end-if

    move PaymentRunTotal to AmountDisplay
    display InvoicesDue " invoices, " trim(AmountDisplay)
        " in all - pay them now? (Y/N)"
    move space to PaymentRunResponse
    accept PaymentRunResponse
    if not PaymentRunConfirmed
        display "Payment run abandoned - nothing marked paid"
        exit section
    end-if

    move zero to InvoicesPaid
    move zero to CommitmentPaidCount
    initialize CommitmentPayments
    open input PayablesFile
    open output PayablesHoldFile
    open extend ExpensesFile
        read PayablesFile
            at end set EndOfPayablesFile to true
        end-read
        perform until EndOfPayablesFile
            if PayableIsUnpaid of PayableRecord
                    and PayableDueDate of PayableRecord
                        is less than or equal to PayUpToDate
                perform PayOneInvoice
            end-if
            move PayableRecord to PayableHoldRecord
            write PayableHoldRecord
            read PayablesFile
                at end set EndOfPayablesFile to true
            end-read
        end-perform
    close PayablesFile
    close PayablesHoldFile
    close ExpensesFile
    call "C$COPY" using PayablesHoldFileName, PayablesFileName, 0
    call "SYSTEM" using "rm -f payables.tmp"

    perform RunDownPaidCommitments
    perform WritePaymentRunList
    display InvoicesPaid " invoices paid and posted to "
        trim(ExpensesFileName) " - bank list in "
        trim(PaymentRunFileName)
.

PayOneInvoice section.
    set PayableIsPaid of PayableRecord to true
    move TodaysDate to PayablePaidDate of PayableRecord
    add 1 to InvoicesPaid

    move TodaysDate to ExpenseDate of ExpenseRecord
    move PayableCategory of PayableRecord to ExpenseCategory of ExpenseRecord
    move spaces to ExpenseDescription of ExpenseRecord
    string trim(PayableSupplierCode of PayableRecord) " inv "
        trim(PayableInvoiceRef of PayableRecord) " "
        trim(PayableDescription of PayableRecord)
        delimited by size into ExpenseDescription of ExpenseRecord
    move PayableAmount of PayableRecord to ExpenseAmount of ExpenseRecord
    write ExpenseRecord

    initialize LedgerPostingDetails
    move TodaysDate to LedgerPostingDate
    move AccountCreditors to LedgerDebitAccount
    move AccountBank to LedgerCreditAccount
    move PayableAmount of PayableRecord to LedgerPostingAmount
    move "PAYRUN" to LedgerPostingSource
    move ExpenseDescription of ExpenseRecord to LedgerPostingNarrative
    call "PostLedger" using LedgerPosting

    perform FindSupplierSlot
    add PayableAmount of PayableRecord to SupplierRunTotal(SupplierScan)

    if PayableCommitmentRow of PayableRecord is greater than zero
        perform varying CommitmentPaidScan from 1 by 1
            until CommitmentPaidScan is greater than CommitmentPaidCount
            if PaidCommitmentRow(CommitmentPaidScan)
                    equal to PayableCommitmentRow of PayableRecord
                exit perform
            end-if
        end-perform
        if CommitmentPaidScan is greater than CommitmentPaidCount
                and CommitmentPaidCount is less than 100
            add 1 to CommitmentPaidCount
            move CommitmentPaidCount to CommitmentPaidScan
            move PayableCommitmentRow of PayableRecord
                to PaidCommitmentRow(CommitmentPaidScan)
        end-if
        add PayableAmount of PayableRecord
            to PaidCommitmentAmount(CommitmentPaidScan)
    end-if
.

RunDownPaidCommitments section.
*> a deposit invoice only pays part of a commitment, so the commitment
*> carries what is still promised and settles when it reaches nothing
    if CommitmentPaidCount equal to zero
        exit section
    end-if
    move zero to CommitmentScan
    set CommitmentsTouched to false
    open input CommitmentsFile
    open output CommitmentsHoldFile
        read CommitmentsFile
            at end set EndOfCommitmentsFile to true
        end-read
        perform until EndOfCommitmentsFile
            add 1 to CommitmentScan
            perform varying CommitmentPaidScan from 1 by 1
                until CommitmentPaidScan is greater than CommitmentPaidCount
                if PaidCommitmentRow(CommitmentPaidScan) equal to CommitmentScan
                    set CommitmentsTouched to true
                    if PaidCommitmentAmount(CommitmentPaidScan)
                            is less than CommitmentAmount of CommitmentRecord
                        subtract PaidCommitmentAmount(CommitmentPaidScan)
                            from CommitmentAmount of CommitmentRecord
                    else
                        move zero to CommitmentAmount of CommitmentRecord
                        set CommitmentIsSettled of CommitmentRecord to true
                    end-if
                end-if
            end-perform
            move CommitmentRecord to CommitmentHoldRecord
            write CommitmentHoldRecord
            read CommitmentsFile
                at end set EndOfCommitmentsFile to true
            end-read
        end-perform
    close CommitmentsFile
    close CommitmentsHoldFile
    if CommitmentsTouched
        call "C$COPY" using CommitmentsHoldFileName, CommitmentsFileName, 0
    end-if
    call "SYSTEM" using "rm -f commitments.tmp"
.

WritePaymentRunList section.
    open output PaymentRunFile
    move spaces to PaymentRunLine
    string "Supplier payment run " TodaysDate
        " - invoices due by " PayUpToDate
        delimited by size into PaymentRunLine
    write PaymentRunLine
    move all "=" to PaymentRunLine
    write PaymentRunLine
    move "Supplier                       Sort code Account  Account name         Amount"
        to PaymentRunLine
    write PaymentRunLine
    perform varying SupplierScan from 1 by 1
        until SupplierScan is greater than SupplierCount
        if SupplierRunTotal(SupplierScan) is greater than zero
            move SupplierRunTotal(SupplierScan) to AmountDisplay
            move spaces to PaymentRunLine
            string TableSupplierName(SupplierScan) " "
                TableSortCode(SupplierScan) "  "
                TableAccountNumber(SupplierScan) " "
                TableAccountName(SupplierScan) " "
                AmountDisplay
                delimited by size into PaymentRunLine
            write PaymentRunLine
        end-if
    end-perform
    move PaymentRunTotal to AmountDisplay
    move spaces to PaymentRunLine
    string "Total to pay: " trim(AmountDisplay)
        delimited by size into PaymentRunLine
    write PaymentRunLine
    close PaymentRunFile
.

end program Payables.
