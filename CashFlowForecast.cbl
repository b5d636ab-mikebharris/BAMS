identification division.
program-id. CashFlowForecast.

environment division.
    configuration section.
        repository.
            function all intrinsic.

input-output section.
file-control.
    select optional AttendeesFile assign to AttendeesFileName
        organization is indexed
        access mode is dynamic
        record key is AuthCode of AttendeeRecord
        file status is AttendeeStatus.

    select optional EventsRegistryFile assign to EventsRegistryFileName
        organization is line sequential.

    select optional LedgerFile assign to LedgerFileName
        organization is line sequential.

    select optional InvoicesFile assign to InvoicesFileName
        organization is line sequential.

    select optional PayablesFile assign to PayablesFileName
        organization is line sequential.

    select optional CommitmentsFile assign to CommitmentsFileName
        organization is line sequential.

    select optional BankPaymentsFile assign to BankPaymentsFileName
        organization is line sequential.

data division.
file section.
    fd AttendeesFile.
        copy DD-Attendee replacing Attendee by
            ==AttendeeRecord.
            88 EndOfAttendeesFile value high-values==.

    fd EventsRegistryFile.
        copy DD-Event replacing Event by
            ==EventRegistryRecord.
            88 EndOfEventsRegistryFile value high-values==.

    fd LedgerFile.
        copy DD-LedgerEntry replacing LedgerEntry by
            ==LedgerRecord.
            88 EndOfLedgerFile value high-values==.

    fd InvoicesFile.
        copy DD-Invoice replacing Invoice by
            ==InvoiceRecord.
            88 EndOfInvoicesFile value high-values==.

    fd PayablesFile.
        copy DD-Payable replacing Payable by
            ==PayableRecord.
            88 EndOfPayablesFile value high-values==.

    fd CommitmentsFile.
        copy DD-Commitment replacing Commitment by
            ==CommitmentRecord.
            88 EndOfCommitmentsFile value high-values==.

    fd BankPaymentsFile.
        copy DD-BankPayment replacing BankPayment by
            ==BankPaymentRecord.
            88 EndOfBankPaymentsFile value high-values==.

working-storage section.
    01 AttendeeStatus pic x(2).

    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 EventsRegistryFileName pic x(20) value "events.dat".
    01 LedgerFileName pic x(24) value "ledger.dat".
    01 InvoicesFileName pic x(20) value "invoices.dat".
    01 PayablesFileName pic x(20) value "payables.dat".
    01 CommitmentsFileName pic x(20) value "commitments.dat".
    01 BankPaymentsFileName pic x(20) value "bank-payments.dat".
    copy DD-ChartOfAccounts.
    01 CommandLineArgumentCount pic 9 value zero.
    01 MinimumBalanceText pic x(10) value spaces.
    01 WeeksWantedText pic x(10) value spaces.

    01 TodaysDate pic 9(8) value zero.
    01 TodayInteger pic 9(7) value zero.
    01 EventStartDate pic 9(8) value zero.
    01 EventName pic x(40) value spaces.
    01 DateWork pic 9(8) value zero.
    01 DateInteger pic 9(7) value zero.

*> our invoices to organisations ask for payment within this many days
    01 OrgPaymentDays pic 99 value 30.
*> money that misses its planned date turns up, on the whole, this many
*> weeks later - or at the gate, whichever comes first
    01 LateSlipWeeks pic 9 value 2.

    01 WeekTable.
        02 WeekEntry occurs 52 times.
            03 WeekStartDate pic 9(8) value zero.
            03 WeekInstalments pic 9(7)v99 value zero.
            03 WeekInvoices pic 9(7) value zero.
            03 WeekGate pic 9(7) value zero.
            03 WeekSuppliers pic 9(7) value zero.
            03 WeekCommitments pic 9(7) value zero.
            03 WeekBankPayments pic 9(7) value zero.
            03 WeekBalance pic s9(8)v99 value zero.
    01 WeeksWanted pic 99 value 12.
    01 WeekSlot pic 99 value zero.
    01 WeekNumberWork pic 9(5) value zero.
    01 GateWeek pic 99 value zero.
    01 LateWeek pic 99 value zero.
    01 BeyondHorizonIn pic 9(7) value zero.
    01 BeyondHorizonOut pic 9(7) value zero.

    01 OpeningBalance pic s9(8)v99 value zero.
    01 RunningBalance pic s9(8)v99 value zero.
    01 MinimumBalance pic 9(7) value zero.
    01 WeeksBelowMinimum pic 99 value zero.

    01 PlanDueToDate pic 9(5) value zero.
    01 PlanStillToCome pic 9(5) value zero.
    01 PlanSlot pic 9 value zero.
    01 PlannedDueNumeric pic 9(8) value zero.
    01 TotalDueToDate pic 9(7) value zero.
    01 TotalPaidOnPlan pic 9(7) value zero.
    01 OnTimeRate pic 9v999 value 1.
    01 BalanceOwed pic s9(5) value zero.
    01 GateBalance pic s9(5) value zero.
    01 OnTimePart pic 9(5)v99 value zero.
    01 LatePart pic 9(5)v99 value zero.

*> commitments in the order they are on file, so an unpaid supplier
*> invoice raised against one is not counted twice
    01 CommitmentTable.
        02 CommitmentSlot occurs 200 times.
            03 CommitmentLeft pic s9(6) value zero.
            03 CommitmentDue pic x(8) value spaces.
            03 CommitmentOpen pic 9 value 0.
    01 CommitmentCount pic 999 value zero.
    01 CommitmentScan pic 999 value zero.

    01 MoneyDisplay pic -(7)9.
    01 InDisplay pic z(6)9.
    01 OutDisplay pic z(6)9.
    01 RateDisplay pic 9.999.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is less than 2
        display "Usage: CashFlowForecast <attendees file> <minimum balance> [weeks]"
        stop run
    end-if
    accept AttendeesFileName from argument-value
    accept MinimumBalanceText from argument-value
    if trim(MinimumBalanceText) is not numeric
        display "The minimum balance must be whole pounds"
        stop run
    end-if
    move numval(MinimumBalanceText) to MinimumBalance
    if CommandLineArgumentCount is greater than 2
        accept WeeksWantedText from argument-value
        if trim(WeeksWantedText) is numeric
            move numval(WeeksWantedText) to WeeksWanted
        end-if
    end-if
    if WeeksWanted equal to zero or WeeksWanted is greater than 52
        move 12 to WeeksWanted
    end-if

    accept TodaysDate from date yyyymmdd
    move integer-of-date(TodaysDate) to TodayInteger
    perform varying WeekSlot from 1 by 1 until WeekSlot is greater than WeeksWanted
        compute WeekStartDate(WeekSlot) =
            date-of-integer(TodayInteger + (WeekSlot - 1) * 7)
    end-perform

    perform FindEventStart
    perform TakeBankPosition
    perform ProjectAttendeeMoney
    perform ProjectOrgInvoices
    perform LoadCommitments
    perform ProjectSupplierInvoices
    perform ProjectCommitments
    perform ProjectBankPayments
    perform DisplayForecast
    stop run.

FindEventStart section.
*> balances not on a payment plan are paid at the gate, so they land in
*> the week the event starts
    open input EventsRegistryFile
        read EventsRegistryFile
            at end set EndOfEventsRegistryFile to true
        end-read
        perform until EndOfEventsRegistryFile
            if trim(EventRegistryDataFile of EventRegistryRecord)
                    equal to trim(AttendeesFileName)
                move EventRegistryStartDate of EventRegistryRecord to EventStartDate
                move EventRegistryName of EventRegistryRecord to EventName
            end-if
            read EventsRegistryFile
                at end set EndOfEventsRegistryFile to true
            end-read
        end-perform
    close EventsRegistryFile

    move zero to GateWeek
    if EventStartDate is greater than zero
        move EventStartDate to DateWork
        perform FindWeekForDate
        move WeekSlot to GateWeek
    end-if
.

FindWeekForDate section.
*> anything already overdue belongs to this week; zero means the date
*> is past the end of the forecast
    if DateWork is not greater than TodaysDate
        move 1 to WeekSlot
        exit section
    end-if
    move integer-of-date(DateWork) to DateInteger
    compute WeekNumberWork = (DateInteger - TodayInteger) / 7 + 1
    if WeekNumberWork is greater than WeeksWanted
        move zero to WeekSlot
    else
        move WeekNumberWork to WeekSlot
    end-if
.

TakeBankPosition section.
*> the money we hold is the bank, the gate float and card takings that
*> have not settled yet, as the ledger has them today
    move zero to OpeningBalance
    open input LedgerFile
        read LedgerFile
            at end set EndOfLedgerFile to true
        end-read
        perform until EndOfLedgerFile
            if LedgerAccount of LedgerRecord equal to AccountBank
                    or LedgerAccount of LedgerRecord equal to AccountGateCash
                    or LedgerAccount of LedgerRecord equal to AccountCardClearing
                compute OpeningBalance = OpeningBalance
                    + LedgerDebit of LedgerRecord - LedgerCredit of LedgerRecord
            end-if
            read LedgerFile
                at end set EndOfLedgerFile to true
            end-read
        end-perform
    close LedgerFile
.

ProjectAttendeeMoney section.
*> two passes over the bookings - the first sees how much of the money
*> already due on payment plans actually came in, the second spreads
*> what is still owed using that rate
    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if

    move zero to TotalDueToDate
    move zero to TotalPaidOnPlan
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile
            if NumberOfPlannedInstalments of AttendeeRecord is greater than zero
                    and not AttendeeCancelled of AttendeeRecord
                    and OrganisationCode of AttendeeRecord equal to spaces
                perform SplitPaymentPlan
                add PlanDueToDate to TotalDueToDate
                if AmountPaid of AttendeeRecord is less than PlanDueToDate
                    add AmountPaid of AttendeeRecord to TotalPaidOnPlan
                else
                    add PlanDueToDate to TotalPaidOnPlan
                end-if
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile
    if TotalDueToDate is greater than zero
        compute OnTimeRate rounded = TotalPaidOnPlan / TotalDueToDate
    end-if

    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile
*> a member of an invoiced organisation is paid for on the invoice
            if not AttendeeCancelled of AttendeeRecord
                    and OrganisationCode of AttendeeRecord equal to spaces
                perform ProjectOneBooking
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile
.

SplitPaymentPlan section.
    move zero to PlanDueToDate
    move zero to PlanStillToCome
    perform varying PlanSlot from 1 by 1
        until PlanSlot is greater than NumberOfPlannedInstalments of AttendeeRecord
            or PlanSlot is greater than 5
        move PlannedDueDate of AttendeeRecord(PlanSlot) to PlannedDueNumeric
        if PlannedDueNumeric is not greater than TodaysDate
            add PlannedAmount of AttendeeRecord(PlanSlot) to PlanDueToDate
        else
            add PlannedAmount of AttendeeRecord(PlanSlot) to PlanStillToCome
        end-if
    end-perform
.

ProjectOneBooking section.
    compute BalanceOwed = AmountToPay of AttendeeRecord - AmountPaid of AttendeeRecord
    if BalanceOwed is not greater than zero
        exit section
    end-if
    move zero to PlanDueToDate
    move zero to PlanStillToCome
    if NumberOfPlannedInstalments of AttendeeRecord is greater than zero
        perform SplitPaymentPlan
        perform varying PlanSlot from 1 by 1
            until PlanSlot is greater than NumberOfPlannedInstalments of AttendeeRecord
                or PlanSlot is greater than 5
            move PlannedDueDate of AttendeeRecord(PlanSlot) to PlannedDueNumeric
            if PlannedDueNumeric is greater than TodaysDate
                perform ProjectPlannedInstalment
            end-if
        end-perform
    end-if

*> whatever the plan does not cover - arrears and any balance with no
*> plan at all - is expected at the gate
    compute GateBalance = BalanceOwed - PlanStillToCome
    if GateBalance is greater than zero and GateWeek is greater than zero
        add GateBalance to WeekGate(GateWeek)
    end-if
    if GateBalance is greater than zero and GateWeek equal to zero
        add GateBalance to BeyondHorizonIn
    end-if
.

ProjectPlannedInstalment section.
    move PlannedDueNumeric to DateWork
    perform FindWeekForDate
    compute OnTimePart rounded = PlannedAmount of AttendeeRecord(PlanSlot) * OnTimeRate
    compute LatePart = PlannedAmount of AttendeeRecord(PlanSlot) - OnTimePart
    if WeekSlot equal to zero
        add PlannedAmount of AttendeeRecord(PlanSlot) to BeyondHorizonIn
        exit section
    end-if
    add OnTimePart to WeekInstalments(WeekSlot)
    compute LateWeek = WeekSlot + LateSlipWeeks
    if GateWeek is greater than zero and LateWeek is greater than GateWeek
        move GateWeek to LateWeek
    end-if
    if LateWeek is greater than WeeksWanted
        add LatePart to BeyondHorizonIn
    else
        add LatePart to WeekInstalments(LateWeek)
    end-if
.

ProjectOrgInvoices section.
    open input InvoicesFile
        read InvoicesFile
            at end set EndOfInvoicesFile to true
        end-read
        perform until EndOfInvoicesFile
            if InvoiceAmount of InvoiceRecord is greater than InvoicePaid of InvoiceRecord
                    and InvoiceDate of InvoiceRecord is numeric
                move InvoiceDate of InvoiceRecord to DateWork
                compute DateWork = date-of-integer(integer-of-date(DateWork)
                    + OrgPaymentDays)
                perform FindWeekForDate
                if WeekSlot equal to zero
                    compute BeyondHorizonIn = BeyondHorizonIn
                        + InvoiceAmount of InvoiceRecord - InvoicePaid of InvoiceRecord
                else
                    compute WeekInvoices(WeekSlot) = WeekInvoices(WeekSlot)
                        + InvoiceAmount of InvoiceRecord - InvoicePaid of InvoiceRecord
                end-if
            end-if
            read InvoicesFile
                at end set EndOfInvoicesFile to true
            end-read
        end-perform
    close InvoicesFile
.

LoadCommitments section.
    move zero to CommitmentCount
    open input CommitmentsFile
        read CommitmentsFile
            at end set EndOfCommitmentsFile to true
        end-read
        perform until EndOfCommitmentsFile or CommitmentCount equal to 200
            add 1 to CommitmentCount
            move zero to CommitmentOpen(CommitmentCount)
            if CommitmentIsOutstanding of CommitmentRecord
                move 1 to CommitmentOpen(CommitmentCount)
                move CommitmentAmount of CommitmentRecord to CommitmentLeft(CommitmentCount)
                move CommitmentDueDate of CommitmentRecord to CommitmentDue(CommitmentCount)
            end-if
            read CommitmentsFile
                at end set EndOfCommitmentsFile to true
            end-read
        end-perform
    close CommitmentsFile
.

ProjectSupplierInvoices section.
*> an invoice raised against a commitment is that much of the
*> commitment falling due on the invoice's own date
    open input PayablesFile
        read PayablesFile
            at end set EndOfPayablesFile to true
        end-read
        perform until EndOfPayablesFile
            if PayableIsUnpaid of PayableRecord
                move PayableDueDate of PayableRecord to DateWork
                if PayableDueDate of PayableRecord is not numeric
                    move TodaysDate to DateWork
                end-if
                perform FindWeekForDate
                if WeekSlot equal to zero
                    add PayableAmount of PayableRecord to BeyondHorizonOut
                else
                    add PayableAmount of PayableRecord to WeekSuppliers(WeekSlot)
                end-if
                move PayableCommitmentRow of PayableRecord to CommitmentScan
                if CommitmentScan is greater than zero
                        and CommitmentScan is not greater than CommitmentCount
                    subtract PayableAmount of PayableRecord
                        from CommitmentLeft(CommitmentScan)
                end-if
            end-if
            read PayablesFile
                at end set EndOfPayablesFile to true
            end-read
        end-perform
    close PayablesFile
.

ProjectCommitments section.
    perform varying CommitmentScan from 1 by 1
        until CommitmentScan is greater than CommitmentCount
        if CommitmentOpen(CommitmentScan) equal to 1
                and CommitmentLeft(CommitmentScan) is greater than zero
            move TodaysDate to DateWork
            if CommitmentDue(CommitmentScan) is numeric
                move CommitmentDue(CommitmentScan) to DateWork
            end-if
            perform FindWeekForDate
            if WeekSlot equal to zero
                add CommitmentLeft(CommitmentScan) to BeyondHorizonOut
            else
                add CommitmentLeft(CommitmentScan) to WeekCommitments(WeekSlot)
            end-if
        end-if
    end-perform
.

ProjectBankPayments section.
*> claims and bursary cash-outs waiting on the bank go this week. They
*> only reach the ledger when BankImport sees them leave, so the bank
*> balance does not have them yet. A refund is booked out of the bank
*> the day it is decided, so the balance already shows it and it is
*> not taken off a second time
    open input BankPaymentsFile
        read BankPaymentsFile
            at end set EndOfBankPaymentsFile to true
        end-read
        perform until EndOfBankPaymentsFile
            if (BankPaymentIsQueued of BankPaymentRecord
                    or BankPaymentIsSent of BankPaymentRecord)
                    and (BankPaymentIsClaim of BankPaymentRecord
                        or BankPaymentIsBursary of BankPaymentRecord)
                add BankPaymentAmount of BankPaymentRecord to WeekBankPayments(1)
            end-if
            read BankPaymentsFile
                at end set EndOfBankPaymentsFile to true
            end-read
        end-perform
    close BankPaymentsFile
.

DisplayForecast section.
    display "Weekly cash-flow forecast for " trim(EventName)
        " (" trim(AttendeesFileName) ")"
    display "============================================================"
    move OpeningBalance to MoneyDisplay
    display "Bank, gate cash and card takings today: " MoneyDisplay
    move MinimumBalance to MoneyDisplay
    display "Minimum balance to hold:                " MoneyDisplay
    move OnTimeRate to RateDisplay
    display "Share of planned instalments paid on time: " RateDisplay
        " - the rest expected " LateSlipWeeks " weeks late"
    evaluate true
        when EventStartDate equal to zero
            display "No event in " trim(EventsRegistryFileName) " for "
                trim(AttendeesFileName) " - gate takings are left out"
        when GateWeek equal to zero
            display "The event starts after the last week shown - gate takings"
                " fall outside the forecast"
    end-evaluate
    display spaces
    display "Week of   Instalmt  Invoices      Gate  Supplier  Commitmt   BankPay   Balance"
    move OpeningBalance to RunningBalance
    move zero to WeeksBelowMinimum
    perform varying WeekSlot from 1 by 1 until WeekSlot is greater than WeeksWanted
        compute RunningBalance = RunningBalance
            + WeekInstalments(WeekSlot) + WeekInvoices(WeekSlot) + WeekGate(WeekSlot)
            - WeekSuppliers(WeekSlot) - WeekCommitments(WeekSlot)
            - WeekBankPayments(WeekSlot)
        move RunningBalance to WeekBalance(WeekSlot)
        perform DisplayWeekLine
    end-perform

    display spaces
    move BeyondHorizonIn to InDisplay
    move BeyondHorizonOut to OutDisplay
    display "Beyond the last week: " trim(InDisplay) " in, " trim(OutDisplay) " out"
    if WeeksBelowMinimum is greater than zero
        display "** " WeeksBelowMinimum " weeks fall below the minimum balance -"
            " move a deposit date or chase the money in **"
    else
        display "The balance stays above the minimum in every week shown"
    end-if
.

DisplayWeekLine section.
    move WeekInstalments(WeekSlot) to InDisplay
    display WeekStartDate(WeekSlot) " " InDisplay with no advancing
    move WeekInvoices(WeekSlot) to InDisplay
    display "   " InDisplay with no advancing
    move WeekGate(WeekSlot) to InDisplay
    display "   " InDisplay with no advancing
    move WeekSuppliers(WeekSlot) to OutDisplay
    display "   " OutDisplay with no advancing
    move WeekCommitments(WeekSlot) to OutDisplay
    display "   " OutDisplay with no advancing
    move WeekBankPayments(WeekSlot) to OutDisplay
    display "   " OutDisplay with no advancing
    move WeekBalance(WeekSlot) to MoneyDisplay
    if WeekBalance(WeekSlot) is less than MinimumBalance
        add 1 to WeeksBelowMinimum
        display "  " MoneyDisplay " ** BELOW MINIMUM **"
    else
        display "  " MoneyDisplay
    end-if
.

end program CashFlowForecast.
