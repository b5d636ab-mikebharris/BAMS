identification division.
program-id. AuditPack.

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

    select optional EditHistoryFile assign to EditHistoryFileName
        organization is indexed
        access mode is dynamic
        record key is HistoryKey of HistoryRecord
        file status is HistoryStatus.

    select optional ReceiptsRegisterFile assign to ReceiptsRegisterFileName
        organization is line sequential.

    select optional GateTakingsFile assign to GateTakingsFileName
        organization is line sequential.

    select optional CardSettledFile assign to CardSettledFileName
        organization is line sequential.

    select optional StatementFile assign to StatementFileName
        organization is line sequential.

    select optional BankPaymentsFile assign to BankPaymentsFileName
        organization is line sequential.

    select optional ExpensesFile assign to ExpensesFileName
        organization is line sequential.

    select optional SuppliersFile assign to SuppliersFileName
        organization is line sequential.

    select optional LedgerFile assign to LedgerFileName
        organization is line sequential.

    select PackFile assign to PackFileName
        organization is line sequential.

data division.
file section.
    fd AttendeesFile.
        copy DD-Attendee replacing Attendee by
            ==AttendeeRecord.
            88 EndOfAttendeesFile value high-values==.

    fd EditHistoryFile.
        copy DD-History replacing HistoryEntry by
            ==HistoryRecord.
            88 EndOfEditHistoryFile value high-values==.

    fd ReceiptsRegisterFile.
        copy DD-Receipt replacing ReceiptRegisterEntry by
            ==ReceiptRegisterRecord.
            88 EndOfReceiptsRegister value high-values==.

    fd GateTakingsFile.
        01 GateTakingsLine pic x(60).
            88 EndOfGateTakings value high-values.

    fd CardSettledFile.
        01 CardSettledRecord.
            88 EndOfCardSettled value high-values.
            02 SettledAuthCode pic x(6).
            02 SettledSlot pic 9.
            02 SettledDate pic x(8).
            02 SettledAmount pic 999.

    fd StatementFile.
        01 StatementLine pic x(160).
            88 EndOfStatementFile value high-values.

    fd BankPaymentsFile.
        copy DD-BankPayment replacing BankPayment by
            ==BankPaymentRecord.
            88 EndOfBankPaymentsFile value high-values==.

    fd ExpensesFile.
        copy DD-Expense replacing Expense by
            ==ExpenseRecord.
            88 EndOfExpensesFile value high-values==.

    fd SuppliersFile.
        copy DD-Supplier replacing Supplier by
            ==SupplierRecord.
            88 EndOfSuppliersFile value high-values==.

    fd LedgerFile.
        copy DD-LedgerEntry replacing LedgerEntry by
            ==LedgerRecord.
            88 EndOfLedgerFile value high-values==.

    fd PackFile.
        01 PackLine pic x(132).

working-storage section.
    01 AttendeeStatus pic x(2).
    01 HistoryStatus pic x(2).

    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 EditHistoryFileName pic x(20) value "edit-history.dat".
    01 ReceiptsRegisterFileName pic x(22) value "receipts-register.dat".
    01 GateTakingsFileName pic x(20) value "gate-takings.log".
    01 CardSettledFileName pic x(20) value "card-settled.dat".
    01 StatementFileName pic x(30) value spaces.
    01 BankPaymentsFileName pic x(20) value "bank-payments.dat".
    01 ExpensesFileName pic x(20) value "expenses.dat".
    01 SuppliersFileName pic x(20) value "suppliers.dat".
    01 LedgerFileName pic x(20) value "ledger.dat".
    01 PackFileName pic x(40) value spaces.
    01 CommandLineArgumentCount pic 9 value zero.
    01 SampleSizeText pic x(10) value spaces.
    01 SampleSize pic 99 value 10.

    01 FromDate pic x(8) value spaces.
    01 ToDate pic x(8) value spaces.
    01 TodaysDate pic x(8) value spaces.

*> the seed comes from the clock and goes in the pack, so the examiner
*> can see the sample was not chosen by hand
    01 SampleSeedTime.
        02 filler pic 9(4).
        02 SampleSeed pic 9(4).
    01 RandomWork pic v9(8) value zero.
    01 SampleIndex pic 9(4) occurs 5000 times.
    01 PopulationCount pic 9(4) value zero.
    01 SampleCount pic 99 value zero.
    01 SampleScan pic 99 value zero.
    01 SamplePick pic 9(4) value zero.
    01 SampleSwap pic 9(4) value zero.
    01 ThisItem pic 9(4) value zero.

    01 AttendeeTable.
        02 AttendeeItem occurs 1000 times.
            03 TableAuthCode pic x(6).
            03 TableName pic x(25).
    01 AttendeeCount pic 9(4) value zero.
    01 AttendeeScan pic 9(4) value zero.

    01 InstalmentTable.
        02 InstalmentItem occurs 5000 times.
            03 InstAuthCode pic x(6).
            03 InstName pic x(25).
            03 InstSlot pic 9.
            03 InstDate pic x(8).
            03 InstAmount pic 999.
            03 InstMethod pic x.
    01 InstalmentCount pic 9(4) value zero.
    01 SlotScan pic 9 value zero.

    01 RefundTable.
        02 RefundItem occurs 1000 times.
            03 RefAuthCode pic x(6).
            03 RefName pic x(25).
            03 RefDate pic x(8).
            03 RefAmount pic 999.
            03 RefMethod pic x(10).
    01 RefundCount pic 9(4) value zero.

    01 ExpenseTable.
        02 ExpenseItem occurs 2000 times.
            03 ExpDate pic x(8).
            03 ExpCategory pic x(15).
            03 ExpDescription pic x(40).
            03 ExpAmount pic 9(5).
    01 ExpenseCount pic 9(4) value zero.

*> gate-takings.log is in fixed columns: date(1:8) time(10:6)
*> operator(17:8) kind(26:5) method(32:1) amount(34:5) reference(40:6)
    01 GateTable.
        02 GateItem occurs 5000 times.
            03 GateDate pic x(8).
            03 GateTime pic x(6).
            03 GateOperator pic x(8).
            03 GateKind pic x(5).
            03 GateMethod pic x.
            03 GateAmount pic 9(5).
            03 GateRef pic x(6).
    01 GateCount pic 9(4) value zero.
    01 GateScan pic 9(4) value zero.
    01 GateFound pic 9(4) value zero.
    01 ShopIndex pic 9(4) occurs 2000 times.
    01 ShopCount pic 9(4) value zero.

    01 ReceiptTable.
        02 ReceiptItem occurs 5000 times.
            copy DD-Receipt replacing ==01 ReceiptRegisterEntry.== by ==03 TableReceipt.==.
    01 ReceiptCount pic 9(4) value zero.
    01 ReceiptScan pic 9(4) value zero.
    01 ReceiptFound pic 9(4) value zero.

    01 CardMarkTable.
        02 CardMarkItem occurs 2000 times.
            03 MarkAuthCode pic x(6).
            03 MarkSlot pic 9.
            03 MarkDate pic x(8).
            03 MarkAmount pic 999.
    01 CardMarkCount pic 9(4) value zero.
    01 CardMarkScan pic 9(4) value zero.
    01 CardMarkFound pic 9(4) value zero.

    01 StatementSuppliedFlag pic 9 value 0.
        88 StatementSupplied value 1 when set to false is 0.
    01 StatementTable.
        02 StatementItem occurs 3000 times.
            03 StmtDate pic x(8).
            03 StmtAmount pic s9(6)v99.
            03 StmtReference pic x(60).
    01 StatementCount pic 9(4) value zero.
    01 StatementScan pic 9(4) value zero.
    01 StatementFound pic 9(4) value zero.
    01 StatementDateText pic x(10) value spaces.
    01 StatementAmountText pic x(12) value spaces.
    01 StatementReferenceText pic x(80) value spaces.
    01 DateYearPart pic x(4) value spaces.
    01 DateMonthPart pic x(2) value spaces.
    01 DateDayPart pic x(2) value spaces.
    01 DashTally pic 99 value zero.
    01 MatchTally pic 99 value zero.
    01 ReferenceUpper pic x(60) value spaces.
    01 SearchText pic x(10) value spaces.

    01 PaymentTable.
        02 PaymentEntry occurs 1000 times.
            copy DD-BankPayment replacing ==01 BankPayment.== by ==03 TablePayment.==.
    01 PaymentCount pic 9(4) value zero.
    01 PaymentScan pic 9(4) value zero.
    01 PaymentFound pic 9(4) value zero.

    01 SupplierTable.
        02 SupplierItem occurs 200 times.
            03 TableSupplierCode pic x(8).
            03 TableSupplierName pic x(30).
    01 SupplierCount pic 999 value zero.
    01 SupplierScan pic 999 value zero.
    01 PartyCode pic x(8) value spaces.
    01 PartyName pic x(30) value spaces.
    01 PartyKind pic x(10) value spaces.

    01 LedgerWantRef pic x(6) value spaces.
    01 LedgerWantDate pic x(8) value spaces.
    01 LedgerWantAmount pic 9(6)v99 value zero.
    01 LedgerLinesShown pic 99 value zero.
    01 LedgerSideAmount pic 9(6)v99 value zero.
    01 LedgerAmountDisplay pic zzzzz9.99.
    01 LedgerSideText pic xx value spaces.

    01 HistoryLinesShown pic 99 value zero.
    01 HistoryWanted pic x(6) value spaces.

    01 DateGap pic s9(6) value zero.
    01 BestDateGap pic s9(6) value zero.
    01 ItemAmountDisplay pic zzzz9.
    01 StatementAmountDisplay pic -(6)9.99.
    01 MethodWording pic x(10) value spaces.

*> one side against the other for the year-end ties: each item on the
*> left is paired with the first unpaired item on the right with the
*> same key and amount, and whatever is left over on either side is
*> listed as a difference nobody has explained yet
    01 LeftTable.
        02 LeftItem occurs 5000 times.
            03 LeftKey pic x(6).
            03 LeftDate pic x(8).
            03 LeftAmount pic 9(6)v99.
            03 LeftLabel pic x(50).
            03 LeftPaired pic 9.
    01 LeftCount pic 9(4) value zero.
    01 LeftScan pic 9(4) value zero.
    01 RightTable.
        02 RightItem occurs 5000 times.
            03 RightKey pic x(6).
            03 RightDate pic x(8).
            03 RightAmount pic 9(6)v99.
            03 RightLabel pic x(50).
            03 RightPaired pic 9.
    01 RightCount pic 9(4) value zero.
    01 RightScan pic 9(4) value zero.
    01 LeftTitle pic x(40) value spaces.
    01 RightTitle pic x(40) value spaces.
    01 TieNumber pic 99 value zero.
    01 TieTolerance pic 9v99 value zero.
    01 AmountGap pic s9(6)v99 value zero.
    01 LeftTotal pic 9(7)v99 value zero.
    01 RightTotal pic 9(7)v99 value zero.
    01 TieDifference pic s9(7)v99 value zero.
    01 TotalDisplay pic z(6)9.99.
    01 DifferenceDisplay pic -(7)9.99.
    01 UnpairedShown pic 99 value zero.
    01 PackPointer pic 999 value zero.
    01 UnpairedLeft pic 9(4) value zero.
    01 UnpairedRight pic 9(4) value zero.
    01 TiesWithDifferences pic 99 value zero.
    01 CountDisplay pic zzz9.
    01 LedgerWantSources pic x(32) value spaces.
    01 LedgerWantAccount pic 9(4) value zero.
    01 LedgerWantSide pic x value space.
    copy DD-ChartOfAccounts.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is less than 3
        display "Usage: AuditPack <from YYYYMMDD> <to YYYYMMDD> <attendees file>"
            " [sample size] [bank statement csv]"
        display "Samples instalments, refunds, expenses and shop settlements and"
            " traces each from booking to bank, then ties the year's totals"
        stop run
    end-if
    accept FromDate from argument-value
    accept ToDate from argument-value
    accept AttendeesFileName from argument-value
    if FromDate is not numeric or ToDate is not numeric
            or FromDate is greater than ToDate
        display "The dates must be YYYYMMDD with the first not after the second"
        stop run
    end-if
    if CommandLineArgumentCount is greater than 3
        accept SampleSizeText from argument-value
        if trim(SampleSizeText) is numeric
            move numval(SampleSizeText) to SampleSize
        end-if
        if SampleSize equal to zero
            move 10 to SampleSize
        end-if
    end-if
    if CommandLineArgumentCount is greater than 4
        accept StatementFileName from argument-value
        set StatementSupplied to true
    end-if
    accept TodaysDate from date yyyymmdd

    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if

    perform LoadAttendeeMoney
    perform LoadExpenses
    perform LoadGateTakings
    perform LoadReceipts
    perform LoadCardSettlements
    perform LoadBankPayments
    perform LoadSuppliers
    if StatementSupplied
        perform LoadStatement
    end-if

    move spaces to PackFileName
    string "audit-pack-" FromDate "-" ToDate ".txt"
        delimited by size into PackFileName
    open output PackFile
    accept SampleSeedTime from time
    compute RandomWork = random(SampleSeed)
    move spaces to PackLine
    string "AUDIT PACK " FromDate " TO " ToDate " - " trim(AttendeesFileName)
        " - drawn " TodaysDate " seed " SampleSeed
        delimited by size into PackLine
    write PackLine
    move all "=" to PackLine(1:80)
    write PackLine
    if not StatementSupplied
        move "No bank statement given - bank lines are traced through the ledger only"
            to PackLine
        write PackLine
    end-if

    perform SampleInstalments
    perform SampleRefunds
    perform SampleExpenses
    perform SampleShopSettlements
    perform TieYearTotals
    close PackFile

    display "Instalments " InstalmentCount ", refunds " RefundCount
        ", expenses " ExpenseCount ", shop settlements " ShopCount
    display "Sample of up to " SampleSize " of each drawn with seed " SampleSeed
    if TiesWithDifferences equal to zero
        display "Every total ties"
    else
        display TiesWithDifferences " totals do not tie - see the end of the pack"
    end-if
    display "Audit pack in " trim(PackFileName)
    stop run.

LoadAttendeeMoney section.
    move zero to AttendeeCount
    move zero to InstalmentCount
    move zero to RefundCount
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile or AttendeeCount equal to 1000
            add 1 to AttendeeCount
            move AuthCode of AttendeeRecord to TableAuthCode(AttendeeCount)
            move AttendeeName of AttendeeRecord to TableName(AttendeeCount)
            perform TakeInstalments
            if RefundAmount of AttendeeRecord is greater than zero
                    and RefundDate of AttendeeRecord is not less than FromDate
                    and RefundDate of AttendeeRecord is not greater than ToDate
                    and RefundCount is less than 1000
                add 1 to RefundCount
                move AuthCode of AttendeeRecord to RefAuthCode(RefundCount)
                move AttendeeName of AttendeeRecord to RefName(RefundCount)
                move RefundDate of AttendeeRecord to RefDate(RefundCount)
                move RefundAmount of AttendeeRecord to RefAmount(RefundCount)
                move upper-case(RefundMethod of AttendeeRecord) to RefMethod(RefundCount)
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
        if not EndOfAttendeesFile
            display "WARNING: more than 1000 bookings - the pack covers the first 1000"
        end-if
    close AttendeesFile
.

TakeInstalments section.
    perform varying SlotScan from 1 by 1
        until SlotScan is greater than NumberOfInstalments of AttendeeRecord
            or SlotScan is greater than 5
        if InstalmentDate of AttendeeRecord(SlotScan) is not less than FromDate
                and InstalmentDate of AttendeeRecord(SlotScan) is not greater than ToDate
                and InstalmentCount is less than 5000
            add 1 to InstalmentCount
            move AuthCode of AttendeeRecord to InstAuthCode(InstalmentCount)
            move AttendeeName of AttendeeRecord to InstName(InstalmentCount)
            move SlotScan to InstSlot(InstalmentCount)
            move InstalmentDate of AttendeeRecord(SlotScan) to InstDate(InstalmentCount)
            move InstalmentAmount of AttendeeRecord(SlotScan) to InstAmount(InstalmentCount)
            move InstalmentMethod of AttendeeRecord(SlotScan) to InstMethod(InstalmentCount)
        end-if
    end-perform
.

LoadExpenses section.
    move zero to ExpenseCount
    open input ExpensesFile
        read ExpensesFile
            at end set EndOfExpensesFile to true
        end-read
        perform until EndOfExpensesFile or ExpenseCount equal to 2000
            if ExpenseDate of ExpenseRecord is not less than FromDate
                    and ExpenseDate of ExpenseRecord is not greater than ToDate
                add 1 to ExpenseCount
                move ExpenseDate of ExpenseRecord to ExpDate(ExpenseCount)
                move ExpenseCategory of ExpenseRecord to ExpCategory(ExpenseCount)
                move ExpenseDescription of ExpenseRecord to ExpDescription(ExpenseCount)
                move ExpenseAmount of ExpenseRecord to ExpAmount(ExpenseCount)
            end-if
            read ExpensesFile
                at end set EndOfExpensesFile to true
            end-read
        end-perform
    close ExpensesFile
.

LoadGateTakings section.
    move zero to GateCount
    move zero to ShopCount
    open input GateTakingsFile
        read GateTakingsFile
            at end set EndOfGateTakings to true
        end-read
        perform until EndOfGateTakings or GateCount equal to 5000
            if GateTakingsLine(1:8) is not less than FromDate
                    and GateTakingsLine(1:8) is not greater than ToDate
                add 1 to GateCount
                move GateTakingsLine(1:8) to GateDate(GateCount)
                move GateTakingsLine(10:6) to GateTime(GateCount)
                move GateTakingsLine(17:8) to GateOperator(GateCount)
                move GateTakingsLine(26:5) to GateKind(GateCount)
                move GateTakingsLine(32:1) to GateMethod(GateCount)
                move GateTakingsLine(34:5) to GateAmount(GateCount)
                move GateTakingsLine(40:6) to GateRef(GateCount)
                if GateKind(GateCount) equal to "SHOP " and ShopCount is less than 2000
                    add 1 to ShopCount
                    move GateCount to ShopIndex(ShopCount)
                end-if
            end-if
            read GateTakingsFile
                at end set EndOfGateTakings to true
            end-read
        end-perform
    close GateTakingsFile
.

LoadReceipts section.
*> all of them, whatever the date - a receipt can follow the money in
    move zero to ReceiptCount
    open input ReceiptsRegisterFile
        read ReceiptsRegisterFile
            at end set EndOfReceiptsRegister to true
        end-read
        perform until EndOfReceiptsRegister or ReceiptCount equal to 5000
            add 1 to ReceiptCount
            move ReceiptRegisterRecord to TableReceipt(ReceiptCount)
            read ReceiptsRegisterFile
                at end set EndOfReceiptsRegister to true
            end-read
        end-perform
    close ReceiptsRegisterFile
.

LoadCardSettlements section.
    move zero to CardMarkCount
    open input CardSettledFile
        read CardSettledFile
            at end set EndOfCardSettled to true
        end-read
        perform until EndOfCardSettled or CardMarkCount equal to 2000
            add 1 to CardMarkCount
            move SettledAuthCode to MarkAuthCode(CardMarkCount)
            move SettledSlot to MarkSlot(CardMarkCount)
            move SettledDate to MarkDate(CardMarkCount)
            move SettledAmount to MarkAmount(CardMarkCount)
            read CardSettledFile
                at end set EndOfCardSettled to true
            end-read
        end-perform
    close CardSettledFile
.

LoadBankPayments section.
    move zero to PaymentCount
    open input BankPaymentsFile
        read BankPaymentsFile
            at end set EndOfBankPaymentsFile to true
        end-read
        perform until EndOfBankPaymentsFile or PaymentCount equal to 1000
            add 1 to PaymentCount
            move BankPaymentRecord to TablePayment(PaymentCount)
            read BankPaymentsFile
                at end set EndOfBankPaymentsFile to true
            end-read
        end-perform
    close BankPaymentsFile
.

LoadSuppliers section.
    move zero to SupplierCount
    open input SuppliersFile
        read SuppliersFile
            at end set EndOfSuppliersFile to true
        end-read
        perform until EndOfSuppliersFile or SupplierCount equal to 200
            add 1 to SupplierCount
            move SupplierCode of SupplierRecord to TableSupplierCode(SupplierCount)
            move SupplierFullName of SupplierRecord to TableSupplierName(SupplierCount)
            read SuppliersFile
                at end set EndOfSuppliersFile to true
            end-read
        end-perform
    close SuppliersFile
.

LoadStatement section.
*> the same date,amount,reference layout BankImport reads
    move zero to StatementCount
    open input StatementFile
        read StatementFile
            at end set EndOfStatementFile to true
        end-read
        perform until EndOfStatementFile or StatementCount equal to 3000
            move spaces to StatementDateText
            move spaces to StatementAmountText
            move spaces to StatementReferenceText
            unstring StatementLine
                delimited by ","
                into StatementDateText, StatementAmountText, StatementReferenceText
            end-unstring
            if StatementDateText not equal to "Date" and StatementDateText not equal to spaces
                perform TakeStatementLine
            end-if
            read StatementFile
                at end set EndOfStatementFile to true
            end-read
        end-perform
    close StatementFile
.

TakeStatementLine section.
    move zero to DashTally
    inspect StatementDateText tallying DashTally for all "-"
    if DashTally is greater than zero
        move spaces to DateYearPart
        move spaces to DateMonthPart
        move spaces to DateDayPart
        unstring StatementDateText
            delimited by "-"
            into DateYearPart, DateMonthPart, DateDayPart
        end-unstring
        move spaces to StatementDateText
        string DateYearPart DateMonthPart DateDayPart
            delimited by space into StatementDateText
    end-if
    if StatementDateText(1:8) is less than FromDate
            or StatementDateText(1:8) is greater than ToDate
        exit section
    end-if
    add 1 to StatementCount
    move StatementDateText(1:8) to StmtDate(StatementCount)
    move numval(StatementAmountText) to StmtAmount(StatementCount)
    move upper-case(StatementReferenceText) to StmtReference(StatementCount)
.

DrawSample section.
*> PopulationCount in; SampleCount and the first SampleCount entries of
*> SampleIndex out, each a different item picked at random
    perform varying SamplePick from 1 by 1 until SamplePick is greater than PopulationCount
        move SamplePick to SampleIndex(SamplePick)
    end-perform
    move SampleSize to SampleCount
    if PopulationCount is less than SampleSize
        move PopulationCount to SampleCount
    end-if
    perform varying SampleScan from 1 by 1 until SampleScan is greater than SampleCount
        compute RandomWork = random
        compute SamplePick = RandomWork * (PopulationCount - SampleScan + 1) + SampleScan
        if SamplePick is greater than PopulationCount
            move PopulationCount to SamplePick
        end-if
        move SampleIndex(SampleScan) to SampleSwap
        move SampleIndex(SamplePick) to SampleIndex(SampleScan)
        move SampleSwap to SampleIndex(SamplePick)
    end-perform
.

WriteSampleHeading section.
    move spaces to PackLine
    write PackLine
    move spaces to PackLine
    move PopulationCount to CountDisplay
    string LeftTitle " - " SampleCount " drawn from " trim(CountDisplay)
        delimited by size into PackLine
    write PackLine
    move all "-" to PackLine(1:80)
    write PackLine
.

SampleInstalments section.
    move InstalmentCount to PopulationCount
    perform DrawSample
    move "INSTALMENTS" to LeftTitle
    perform WriteSampleHeading
    perform varying SampleScan from 1 by 1 until SampleScan is greater than SampleCount
        move SampleIndex(SampleScan) to ThisItem
        perform TraceInstalment
    end-perform
.

TraceInstalment section.
    evaluate InstMethod(ThisItem)
        when "B"
            move "bank" to MethodWording
        when "R"
            move "card" to MethodWording
        when other
            move "cash" to MethodWording
    end-evaluate
    move InstAmount(ThisItem) to ItemAmountDisplay
    move spaces to PackLine
    string SampleScan ". Instalment " InstSlot(ThisItem) " - "
        trim(ItemAmountDisplay) " by " trim(MethodWording) " on " InstDate(ThisItem)
        delimited by size into PackLine
    write PackLine
    move spaces to PackLine
    string "    Booking    " InstAuthCode(ThisItem) " " InstName(ThisItem)
        delimited by size into PackLine
    write PackLine

    move InstAuthCode(ThisItem) to LedgerWantRef
    move InstDate(ThisItem) to LedgerWantDate
    perform FindPaymentReceipt
    if ReceiptFound equal to zero
        move "    Receipt    NONE FOUND in the receipts register" to PackLine
    else
        move spaces to PackLine
        string "    Receipt    " ReceiptNumber of TableReceipt(ReceiptFound)
            " issued " ReceiptIssueDate of TableReceipt(ReceiptFound)
            " by " ReceiptIssuedBy of TableReceipt(ReceiptFound)
            delimited by size into PackLine
    end-if
    write PackLine

    evaluate InstMethod(ThisItem)
        when "B"
            perform TraceBankReceipt
        when "R"
            perform TraceCardSettlement
        when other
            move "    Bank       cash - banked with the day's takings" to PackLine
            write PackLine
    end-evaluate

    move "FEE  " to SearchText
    move InstAmount(ThisItem) to LedgerWantAmount
    perform FindGateLine
    if GateFound equal to zero
        move "    Gate       not taken at the gate" to PackLine
    else
        perform PutGateLine
    end-if
    write PackLine

    perform PrintLedgerLines
    move InstAuthCode(ThisItem) to HistoryWanted
    perform PrintHistoryLines
.

FindPaymentReceipt section.
*> the payment receipt for this booking and amount issued on or soonest
*> after the money came in
    move zero to ReceiptFound
    move 999999 to BestDateGap
    perform varying ReceiptScan from 1 by 1 until ReceiptScan is greater than ReceiptCount
        if ReceiptAuthCode of TableReceipt(ReceiptScan) equal to InstAuthCode(ThisItem)
                and ReceiptIsForPayment of TableReceipt(ReceiptScan)
                and ReceiptAmount of TableReceipt(ReceiptScan) equal to InstAmount(ThisItem)
                and ReceiptIssueDate of TableReceipt(ReceiptScan) is numeric
                and ReceiptIssueDate of TableReceipt(ReceiptScan) is not less than InstDate(ThisItem)
            compute DateGap = integer-of-date(numval(ReceiptIssueDate of TableReceipt(ReceiptScan)))
                - integer-of-date(numval(InstDate(ThisItem)))
            if DateGap is less than BestDateGap
                move DateGap to BestDateGap
                move ReceiptScan to ReceiptFound
            end-if
        end-if
    end-perform
.

TraceBankReceipt section.
    if not StatementSupplied
        move "    Bank       paid to the bank - see the ledger lines below" to PackLine
        write PackLine
        exit section
    end-if
    move zero to StatementFound
    perform varying StatementScan from 1 by 1 until StatementScan is greater than StatementCount
            or StatementFound is greater than zero
        if StmtAmount(StatementScan) equal to InstAmount(ThisItem)
                and StmtDate(StatementScan) equal to InstDate(ThisItem)
            move zero to MatchTally
            inspect StmtReference(StatementScan) tallying MatchTally
                for all upper-case(InstAuthCode(ThisItem))
            if MatchTally is greater than zero
                move StatementScan to StatementFound
            end-if
        end-if
    end-perform
    perform PutStatementLine
.

PutStatementLine section.
    if StatementFound equal to zero
        move "    Bank       NO MATCHING LINE on the statement" to PackLine
    else
        move StmtAmount(StatementFound) to StatementAmountDisplay
        move spaces to PackLine
        string "    Bank       " StmtDate(StatementFound) " "
            trim(StatementAmountDisplay) " '" trim(StmtReference(StatementFound)) "'"
            delimited by size into PackLine
    end-if
    write PackLine
.

TraceCardSettlement section.
    move zero to CardMarkFound
    perform varying CardMarkScan from 1 by 1 until CardMarkScan is greater than CardMarkCount
        if MarkAuthCode(CardMarkScan) equal to InstAuthCode(ThisItem)
                and MarkSlot(CardMarkScan) equal to InstSlot(ThisItem)
            move CardMarkScan to CardMarkFound
        end-if
    end-perform
    if CardMarkFound equal to zero
        move "    Card       NOT YET SETTLED by the card company" to PackLine
    else
        move spaces to PackLine
        string "    Card       settled " MarkDate(CardMarkFound) " amount "
            MarkAmount(CardMarkFound)
            delimited by size into PackLine
    end-if
    write PackLine
.

FindGateLine section.
*> SearchText holds the takings kind; LedgerWantRef, LedgerWantDate and
*> LedgerWantAmount the booking, day and amount looked for
    move zero to GateFound
    perform varying GateScan from 1 by 1 until GateScan is greater than GateCount
            or GateFound is greater than zero
        if GateRef(GateScan) equal to LedgerWantRef
                and GateDate(GateScan) equal to LedgerWantDate
                and GateKind(GateScan) equal to SearchText(1:5)
                and GateAmount(GateScan) equal to LedgerWantAmount
            move GateScan to GateFound
        end-if
    end-perform
.

PutGateLine section.
    move spaces to PackLine
    string "    Gate       " GateDate(GateFound) " " GateTime(GateFound)
        " operator " GateOperator(GateFound) " " GateKind(GateFound)
        " " GateMethod(GateFound) " " GateAmount(GateFound)
        delimited by size into PackLine
.

SampleRefunds section.
    move RefundCount to PopulationCount
    perform DrawSample
    move "REFUNDS" to LeftTitle
    perform WriteSampleHeading
    perform varying SampleScan from 1 by 1 until SampleScan is greater than SampleCount
        move SampleIndex(SampleScan) to ThisItem
        perform TraceRefund
    end-perform
.

TraceRefund section.
    move RefAmount(ThisItem) to ItemAmountDisplay
    move spaces to PackLine
    string SampleScan ". Refund of " trim(ItemAmountDisplay) " by "
        trim(RefMethod(ThisItem)) " on " RefDate(ThisItem)
        delimited by size into PackLine
    write PackLine
    move spaces to PackLine
    string "    Booking    " RefAuthCode(ThisItem) " " RefName(ThisItem)
        delimited by size into PackLine
    write PackLine
    move "    Receipt    none - money going out is not receipted" to PackLine
    write PackLine

    if RefMethod(ThisItem) equal to "BANK"
        perform TraceBankRefund
    else
        if RefMethod(ThisItem) equal to "CARD"
            move "    Card       refunded on the card reader" to PackLine
        else
            move "    Bank       cash - paid out of the gate tin" to PackLine
        end-if
        write PackLine
    end-if
    move "    Gate       refunds are not taken through the gate takings" to PackLine
    write PackLine

    move RefAuthCode(ThisItem) to LedgerWantRef
    move RefDate(ThisItem) to LedgerWantDate
    move RefAmount(ThisItem) to LedgerWantAmount
    perform PrintLedgerLines
    move RefAuthCode(ThisItem) to HistoryWanted
    perform PrintHistoryLines
.

TraceBankRefund section.
    move zero to PaymentFound
    perform varying PaymentScan from 1 by 1 until PaymentScan is greater than PaymentCount
        if BankPaymentIsRefund of TablePayment(PaymentScan)
                and BankPaymentAuthCode of TablePayment(PaymentScan) equal to RefAuthCode(ThisItem)
                and BankPaymentAmount of TablePayment(PaymentScan) equal to RefAmount(ThisItem)
                and not BankPaymentIsCancelled of TablePayment(PaymentScan)
            move PaymentScan to PaymentFound
        end-if
    end-perform
    if PaymentFound equal to zero
        move "    Payment    NO BANK PAYMENT LINE in bank-payments.dat" to PackLine
        write PackLine
        exit section
    end-if
    move spaces to PackLine
    string "    Payment    " BankPaymentNumber of TablePayment(PaymentFound)
        " queued " BankPaymentQueuedDate of TablePayment(PaymentFound)
        " status " BankPaymentStatus of TablePayment(PaymentFound)
        " paid " BankPaymentPaidDate of TablePayment(PaymentFound)
        delimited by size into PackLine
    write PackLine
    if not StatementSupplied
        exit section
    end-if
*> BankImport matched it back on BAMS and the payment number
    move zero to StatementFound
    move spaces to SearchText
    string "BAMS" BankPaymentNumber of TablePayment(PaymentFound)
        delimited by size into SearchText
    perform varying StatementScan from 1 by 1 until StatementScan is greater than StatementCount
            or StatementFound is greater than zero
        if StmtAmount(StatementScan) is negative
            move zero to MatchTally
            inspect StmtReference(StatementScan) tallying MatchTally
                for all SearchText(1:9)
            if MatchTally is greater than zero
                move StatementScan to StatementFound
            end-if
        end-if
    end-perform
    perform PutStatementLine
.

SampleExpenses section.
    move ExpenseCount to PopulationCount
    perform DrawSample
    move "EXPENSES" to LeftTitle
    perform WriteSampleHeading
    perform varying SampleScan from 1 by 1 until SampleScan is greater than SampleCount
        move SampleIndex(SampleScan) to ThisItem
        perform TraceExpense
    end-perform
.

TraceExpense section.
    move ExpAmount(ThisItem) to ItemAmountDisplay
    move spaces to PackLine
    string SampleScan ". Expense of " trim(ItemAmountDisplay) " on " ExpDate(ThisItem)
        " " trim(ExpCategory(ThisItem)) " - " trim(ExpDescription(ThisItem))
        delimited by size into PackLine
    write PackLine

    perform IdentifyExpenseParty
    move spaces to PackLine
    if PartyName equal to spaces
        string "    " PartyKind " " trim(PartyCode) " - not on file"
            delimited by size into PackLine
    else
        string "    " PartyKind " " trim(PartyCode) " " trim(PartyName)
            delimited by size into PackLine
    end-if
    if PartyCode equal to spaces
        move "    Supplier   none recorded - keyed straight into the expenses" to PackLine
    end-if
    write PackLine
    move "    Receipt    none - money going out is not receipted" to PackLine
    write PackLine

    if StatementSupplied
*> the payment leaves the bank on the day or within a fortnight after
        move zero to StatementFound
        perform varying StatementScan from 1 by 1 until StatementScan is greater than StatementCount
                or StatementFound is greater than zero
            if StmtAmount(StatementScan) + ExpAmount(ThisItem) equal to zero
                compute DateGap = integer-of-date(numval(StmtDate(StatementScan)))
                    - integer-of-date(numval(ExpDate(ThisItem)))
                if DateGap is not less than zero and DateGap is not greater than 14
                    move StatementScan to StatementFound
                end-if
            end-if
        end-perform
        perform PutStatementLine
    else
        move "    Bank       paid from the bank - see the ledger lines below" to PackLine
        write PackLine
    end-if
    move "    Gate       not a gate transaction" to PackLine
    write PackLine

    move spaces to LedgerWantRef
    if PartyKind equal to "Claimant"
        move PartyCode to LedgerWantRef
    end-if
    move ExpDate(ThisItem) to LedgerWantDate
    move ExpAmount(ThisItem) to LedgerWantAmount
    perform PrintLedgerLines
    if PartyKind equal to "Claimant"
        move PartyCode to HistoryWanted
        perform PrintHistoryLines
    end-if
.

IdentifyExpenseParty section.
*> a paid invoice is written as "<supplier> inv <ref> ..." and an
*> approved claim as "claim <AuthCode> ..." - anything else was keyed
*> straight in and names nobody
    move spaces to PartyCode
    move spaces to PartyName
    move "Supplier  " to PartyKind
    if ExpDescription(ThisItem)(1:6) equal to "claim "
        move "Claimant  " to PartyKind
        move ExpDescription(ThisItem)(7:6) to PartyCode
        perform varying AttendeeScan from 1 by 1 until AttendeeScan is greater than AttendeeCount
            if TableAuthCode(AttendeeScan) equal to PartyCode
                move TableName(AttendeeScan) to PartyName
            end-if
        end-perform
        exit section
    end-if
    move zero to MatchTally
    inspect ExpDescription(ThisItem) tallying MatchTally for all " inv "
    if MatchTally equal to zero
        exit section
    end-if
    unstring ExpDescription(ThisItem) delimited by " inv " into PartyCode
    perform varying SupplierScan from 1 by 1 until SupplierScan is greater than SupplierCount
        if TableSupplierCode(SupplierScan) equal to PartyCode
            move TableSupplierName(SupplierScan) to PartyName
        end-if
    end-perform
.

SampleShopSettlements section.
    move ShopCount to PopulationCount
    perform DrawSample
    move "SHOP SETTLEMENTS" to LeftTitle
    perform WriteSampleHeading
    perform varying SampleScan from 1 by 1 until SampleScan is greater than SampleCount
        move ShopIndex(SampleIndex(SampleScan)) to GateFound
        perform TraceShopSettlement
    end-perform
.

TraceShopSettlement section.
    move GateAmount(GateFound) to ItemAmountDisplay
    if GateMethod(GateFound) equal to "R"
        move "card" to MethodWording
    else
        move "cash" to MethodWording
    end-if
    move spaces to PackLine
    string SampleScan ". Shop tab settled for " trim(ItemAmountDisplay) " by "
        trim(MethodWording) " on " GateDate(GateFound)
        delimited by size into PackLine
    write PackLine
    move spaces to PartyName
    perform varying AttendeeScan from 1 by 1 until AttendeeScan is greater than AttendeeCount
        if TableAuthCode(AttendeeScan) equal to GateRef(GateFound)
            move TableName(AttendeeScan) to PartyName
        end-if
    end-perform
    move spaces to PackLine
    string "    Booking    " GateRef(GateFound) " " PartyName
        delimited by size into PackLine
    write PackLine
    move "    Receipt    none - shop tabs are settled without a receipt" to PackLine
    write PackLine
    if GateMethod(GateFound) equal to "R"
        move "    Card       card reader - reaches the bank in the card company's daily batch"
            to PackLine
    else
        move "    Bank       cash - banked with the day's takings" to PackLine
    end-if
    write PackLine
    perform PutGateLine
    write PackLine

*> the ledger clears the tab to the penny, the takings line holds whole
*> pounds, so the ledger lines are looked for on the day and booking
    move GateRef(GateFound) to LedgerWantRef
    move GateDate(GateFound) to LedgerWantDate
    move zero to LedgerWantAmount
    perform PrintLedgerLines
    move GateRef(GateFound) to HistoryWanted
    perform PrintHistoryLines
.

PrintLedgerLines section.
*> the lines for LedgerWantRef (any when blank) on LedgerWantDate for
*> LedgerWantAmount on either side (any amount when zero)
    move zero to LedgerLinesShown
    open input LedgerFile
        read LedgerFile
            at end set EndOfLedgerFile to true
        end-read
        perform until EndOfLedgerFile or LedgerLinesShown equal to 8
            if LedgerDate of LedgerRecord equal to LedgerWantDate
                    and (LedgerWantRef equal to spaces
                        or LedgerReference of LedgerRecord equal to LedgerWantRef)
                    and (LedgerWantAmount equal to zero
                        or LedgerDebit of LedgerRecord equal to LedgerWantAmount
                        or LedgerCredit of LedgerRecord equal to LedgerWantAmount)
                perform PutLedgerLine
            end-if
            read LedgerFile
                at end set EndOfLedgerFile to true
            end-read
        end-perform
    close LedgerFile
    if LedgerLinesShown equal to zero
        move "    Ledger     NO POSTING FOUND on the day" to PackLine
        write PackLine
    end-if
.

PutLedgerLine section.
    if LedgerDebit of LedgerRecord is greater than zero
        move "Dr" to LedgerSideText
        move LedgerDebit of LedgerRecord to LedgerSideAmount
    else
        move "Cr" to LedgerSideText
        move LedgerCredit of LedgerRecord to LedgerSideAmount
    end-if
    move LedgerSideAmount to LedgerAmountDisplay
    move spaces to PackLine
    string "    Ledger     " LedgerJournalId of LedgerRecord " "
        LedgerAccount of LedgerRecord " " LedgerSideText " " LedgerAmountDisplay
        " " LedgerSource of LedgerRecord " " trim(LedgerNarrative of LedgerRecord)
        delimited by size into PackLine
    write PackLine
    add 1 to LedgerLinesShown
.

PrintHistoryLines section.
*> the booking's history lines written inside the period
    move zero to HistoryLinesShown
    open input EditHistoryFile
    move HistoryWanted to HistoryAuthCode of HistoryRecord
    move zeroes to HistorySequence of HistoryRecord
    start EditHistoryFile key is greater than or equal to HistoryKey of HistoryRecord
        invalid key
            set EndOfEditHistoryFile to true
        not invalid key
            read EditHistoryFile next record
                at end set EndOfEditHistoryFile to true
            end-read
    end-start
    perform until EndOfEditHistoryFile
            or HistoryAuthCode of HistoryRecord not equal to HistoryWanted
            or HistoryLinesShown equal to 12
        if HistoryText of HistoryRecord(8:8) is not less than FromDate
                and HistoryText of HistoryRecord(8:8) is not greater than ToDate
            move spaces to PackLine
            string "    History    " trim(HistoryText of HistoryRecord(8:))
                delimited by size into PackLine
            write PackLine
            add 1 to HistoryLinesShown
        end-if
        read EditHistoryFile next record
            at end set EndOfEditHistoryFile to true
        end-read
    end-perform
    close EditHistoryFile
    if HistoryLinesShown equal to zero
        move "    History    none in the period" to PackLine
        write PackLine
    end-if
.

TieYearTotals section.
    move spaces to PackLine
    write PackLine
    move "YEAR TOTALS TIED SOURCE TO SOURCE" to PackLine
    write PackLine
    move all "=" to PackLine(1:80)
    write PackLine
    move zero to TieNumber
    move zero to TiesWithDifferences

    move "Instalments on the bookings" to LeftTitle
    move space to LedgerWantSide
    perform LoadInstalmentsLeft
    move "Payment receipts issued" to RightTitle
    perform LoadReceiptsRight
    perform TieOneTotal

    move "Instalments on the bookings" to LeftTitle
    perform LoadInstalmentsLeft
    move "Fee income in the ledger" to RightTitle
    move AccountCampIncome to LedgerWantAccount
    move "C" to LedgerWantSide
    move "INSTAL  GATE    WEB     TAKE-ON " to LedgerWantSources
    perform LoadLedgerRight
    perform TieOneTotal

    move "Cash instalments" to LeftTitle
    move "C" to LedgerWantSide
    perform LoadInstalmentsLeft
    move "Cash fees in the gate takings" to RightTitle
    move "FEE  " to SearchText
    perform LoadGateRight
    perform TieOneTotal

    move "Card instalments" to LeftTitle
    move "R" to LedgerWantSide
    perform LoadInstalmentsLeft
    move "Card settlements" to RightTitle
    perform LoadCardRight
    perform TieOneTotal

    if StatementSupplied
        move "Bank instalments" to LeftTitle
        move "B" to LedgerWantSide
        perform LoadInstalmentsLeft
        move "Money in on the bank statement" to RightTitle
        perform LoadStatementInRight
        perform TieOneTotal
    end-if

    move "Refunds on the bookings" to LeftTitle
    perform LoadRefundsLeft
    move "Refunds in the ledger" to RightTitle
    move AccountFeeRefunds to LedgerWantAccount
    move "D" to LedgerWantSide
    move "REFUND  TAKE-ON                 " to LedgerWantSources
    perform LoadLedgerRight
    perform TieOneTotal

    move "Bank refunds on the bookings" to LeftTitle
    perform LoadRefundsLeft
    perform DropNonBankRefunds
    move "Refunds on the bank payments file" to RightTitle
    perform LoadBankRefundsRight
    perform TieOneTotal

    move "Expenses" to LeftTitle
    perform LoadExpensesLeft
    move "Expense postings in the ledger" to RightTitle
    move zero to LedgerWantAccount
    move "D" to LedgerWantSide
    move "EXPENSE CLAIM   PAYRUN          " to LedgerWantSources
    perform LoadLedgerRight
    perform TieOneTotal

*> a tab carries pence but the takings line whole pounds, so each pair
*> may be up to a pound apart and still agree
    move "Shop tabs settled at the gate" to LeftTitle
    move "SHOP " to SearchText
    perform LoadGateLeft
    move "Shop tabs cleared in the ledger" to RightTitle
    move AccountShopTabs to LedgerWantAccount
    move "C" to LedgerWantSide
    move "GATE                            " to LedgerWantSources
    perform LoadLedgerRight
    move 0.99 to TieTolerance
    perform TieOneTotal
    move zero to TieTolerance

    move spaces to PackLine
    write PackLine
    if TiesWithDifferences equal to zero
        move "Every total ties - no unexplained differences" to PackLine
    else
        move spaces to PackLine
        string TiesWithDifferences " of " TieNumber
            " totals have differences - the unpaired items above are the ones"
            " to explain" delimited by size into PackLine
    end-if
    write PackLine
.

LoadInstalmentsLeft section.
*> LedgerWantSide holds the method wanted, or space for every method
    move zero to LeftCount
    perform varying ThisItem from 1 by 1 until ThisItem is greater than InstalmentCount
        if LedgerWantSide equal to space or InstMethod(ThisItem) equal to LedgerWantSide
            add 1 to LeftCount
            move InstAuthCode(ThisItem) to LeftKey(LeftCount)
            move InstDate(ThisItem) to LeftDate(LeftCount)
            move InstAmount(ThisItem) to LeftAmount(LeftCount)
            move spaces to LeftLabel(LeftCount)
            string "instalment " InstSlot(ThisItem) " by " InstMethod(ThisItem)
                delimited by size into LeftLabel(LeftCount)
        end-if
    end-perform
.

LoadRefundsLeft section.
    move zero to LeftCount
    perform varying ThisItem from 1 by 1 until ThisItem is greater than RefundCount
        add 1 to LeftCount
        move RefAuthCode(ThisItem) to LeftKey(LeftCount)
        move RefDate(ThisItem) to LeftDate(LeftCount)
        move RefAmount(ThisItem) to LeftAmount(LeftCount)
        move spaces to LeftLabel(LeftCount)
        string "refund by " RefMethod(ThisItem)
            delimited by size into LeftLabel(LeftCount)
    end-perform
.

DropNonBankRefunds section.
    move zero to RightCount
    perform varying LeftScan from 1 by 1 until LeftScan is greater than LeftCount
        if LeftLabel(LeftScan)(11:4) equal to "BANK"
            add 1 to RightCount
            move LeftItem(LeftScan) to LeftItem(RightCount)
        end-if
    end-perform
    move RightCount to LeftCount
.

LoadExpensesLeft section.
    move zero to LeftCount
    perform varying ThisItem from 1 by 1 until ThisItem is greater than ExpenseCount
        add 1 to LeftCount
        move spaces to LeftKey(LeftCount)
        move ExpDate(ThisItem) to LeftDate(LeftCount)
        move ExpAmount(ThisItem) to LeftAmount(LeftCount)
        move ExpDescription(ThisItem) to LeftLabel(LeftCount)
    end-perform
.

LoadGateLeft section.
    move zero to LeftCount
    perform varying GateScan from 1 by 1 until GateScan is greater than GateCount
        if GateKind(GateScan) equal to SearchText(1:5)
            add 1 to LeftCount
            move GateRef(GateScan) to LeftKey(LeftCount)
            move GateDate(GateScan) to LeftDate(LeftCount)
            move GateAmount(GateScan) to LeftAmount(LeftCount)
            move spaces to LeftLabel(LeftCount)
            string "gate " GateKind(GateScan) " by " GateMethod(GateScan)
                " operator " GateOperator(GateScan)
                delimited by size into LeftLabel(LeftCount)
        end-if
    end-perform
.

LoadReceiptsRight section.
    move zero to RightCount
    perform varying ReceiptScan from 1 by 1 until ReceiptScan is greater than ReceiptCount
        if ReceiptIsForPayment of TableReceipt(ReceiptScan)
                and ReceiptIssueDate of TableReceipt(ReceiptScan) is not less than FromDate
                and ReceiptIssueDate of TableReceipt(ReceiptScan) is not greater than ToDate
            add 1 to RightCount
            move ReceiptAuthCode of TableReceipt(ReceiptScan) to RightKey(RightCount)
            move ReceiptIssueDate of TableReceipt(ReceiptScan) to RightDate(RightCount)
            move ReceiptAmount of TableReceipt(ReceiptScan) to RightAmount(RightCount)
            move spaces to RightLabel(RightCount)
            string "receipt " ReceiptNumber of TableReceipt(ReceiptScan)
                " by " ReceiptIssuedBy of TableReceipt(ReceiptScan)
                delimited by size into RightLabel(RightCount)
        end-if
    end-perform
.

LoadGateRight section.
*> cash lines of the kind in SearchText
    move zero to RightCount
    perform varying GateScan from 1 by 1 until GateScan is greater than GateCount
        if GateKind(GateScan) equal to SearchText(1:5) and GateMethod(GateScan) equal to "C"
            add 1 to RightCount
            move GateRef(GateScan) to RightKey(RightCount)
            move GateDate(GateScan) to RightDate(RightCount)
            move GateAmount(GateScan) to RightAmount(RightCount)
            move spaces to RightLabel(RightCount)
            string "gate " GateKind(GateScan) " operator " GateOperator(GateScan)
                delimited by size into RightLabel(RightCount)
        end-if
    end-perform
.

LoadCardRight section.
    move zero to RightCount
    perform varying CardMarkScan from 1 by 1 until CardMarkScan is greater than CardMarkCount
        if MarkDate(CardMarkScan) is not less than FromDate
                and MarkDate(CardMarkScan) is not greater than ToDate
            add 1 to RightCount
            move MarkAuthCode(CardMarkScan) to RightKey(RightCount)
            move MarkDate(CardMarkScan) to RightDate(RightCount)
            move MarkAmount(CardMarkScan) to RightAmount(RightCount)
            move spaces to RightLabel(RightCount)
            string "card settlement for instalment " MarkSlot(CardMarkScan)
                delimited by size into RightLabel(RightCount)
        end-if
    end-perform
.

LoadStatementInRight section.
*> each credit on the statement is keyed on the first AuthCode its
*> reference carries, as BankImport would have matched it
    move zero to RightCount
    perform varying StatementScan from 1 by 1 until StatementScan is greater than StatementCount
        if StmtAmount(StatementScan) is greater than zero
            add 1 to RightCount
            move spaces to RightKey(RightCount)
            perform varying AttendeeScan from 1 by 1 until AttendeeScan is greater than AttendeeCount
                    or RightKey(RightCount) not equal to spaces
                move zero to MatchTally
                inspect StmtReference(StatementScan) tallying MatchTally
                    for all upper-case(TableAuthCode(AttendeeScan))
                if MatchTally is greater than zero
                    move TableAuthCode(AttendeeScan) to RightKey(RightCount)
                end-if
            end-perform
            move StmtDate(StatementScan) to RightDate(RightCount)
            move StmtAmount(StatementScan) to RightAmount(RightCount)
            move StmtReference(StatementScan) to RightLabel(RightCount)
        end-if
    end-perform
.

LoadBankRefundsRight section.
    move zero to RightCount
    perform varying PaymentScan from 1 by 1 until PaymentScan is greater than PaymentCount
        if BankPaymentIsRefund of TablePayment(PaymentScan)
                and not BankPaymentIsCancelled of TablePayment(PaymentScan)
                and BankPaymentQueuedDate of TablePayment(PaymentScan) is not less than FromDate
                and BankPaymentQueuedDate of TablePayment(PaymentScan) is not greater than ToDate
            add 1 to RightCount
            move BankPaymentAuthCode of TablePayment(PaymentScan) to RightKey(RightCount)
            move BankPaymentQueuedDate of TablePayment(PaymentScan) to RightDate(RightCount)
            move BankPaymentAmount of TablePayment(PaymentScan) to RightAmount(RightCount)
            move spaces to RightLabel(RightCount)
            string "bank payment " BankPaymentNumber of TablePayment(PaymentScan)
                " status " BankPaymentStatus of TablePayment(PaymentScan)
                delimited by size into RightLabel(RightCount)
        end-if
    end-perform
.

LoadLedgerRight section.
*> one side of LedgerWantAccount (any account when zero) for the up to
*> four sources listed eight characters apiece in LedgerWantSources
    move zero to RightCount
    open input LedgerFile
        read LedgerFile
            at end set EndOfLedgerFile to true
        end-read
        perform until EndOfLedgerFile or RightCount equal to 5000
            if LedgerDate of LedgerRecord is not less than FromDate
                    and LedgerDate of LedgerRecord is not greater than ToDate
                    and (LedgerWantAccount equal to zero
                        or LedgerAccount of LedgerRecord equal to LedgerWantAccount)
                    and (LedgerSource of LedgerRecord equal to LedgerWantSources(1:8)
                        or LedgerSource of LedgerRecord equal to LedgerWantSources(9:8)
                        or LedgerSource of LedgerRecord equal to LedgerWantSources(17:8)
                        or LedgerSource of LedgerRecord equal to LedgerWantSources(25:8))
                perform TakeLedgerRight
            end-if
            read LedgerFile
                at end set EndOfLedgerFile to true
            end-read
        end-perform
    close LedgerFile
.

TakeLedgerRight section.
*> the opening take-on also carried write-offs and family caps through
*> the fee account - only its fees and refunds belong in these ties
    if LedgerSource of LedgerRecord equal to "TAKE-ON"
            and LedgerNarrative of LedgerRecord(1:8) not equal to "Camp fee"
            and LedgerNarrative of LedgerRecord(1:6) not equal to "Refund"
        exit section
    end-if
*> repaying a claim clears what its approval already charged
    if LedgerWantAccount equal to zero
            and LedgerAccount of LedgerRecord equal to AccountClaimsDue
        exit section
    end-if
    if LedgerWantSide equal to "D"
        if LedgerDebit of LedgerRecord equal to zero
            exit section
        end-if
        move LedgerDebit of LedgerRecord to LedgerSideAmount
    else
        if LedgerCredit of LedgerRecord equal to zero
            exit section
        end-if
        move LedgerCredit of LedgerRecord to LedgerSideAmount
    end-if
    add 1 to RightCount
    move LedgerReference of LedgerRecord to RightKey(RightCount)
*> expenses carry no booking, so they pair on day and amount instead
    if LeftKey(1) equal to spaces and LeftCount is greater than zero
        move spaces to RightKey(RightCount)
    end-if
    move LedgerDate of LedgerRecord to RightDate(RightCount)
    move LedgerSideAmount to RightAmount(RightCount)
    move spaces to RightLabel(RightCount)
    string "ledger " LedgerJournalId of LedgerRecord " " LedgerSource of LedgerRecord
        delimited by size into RightLabel(RightCount)
.

TieOneTotal section.
    add 1 to TieNumber
    move zero to LeftTotal
    move zero to RightTotal
    perform varying LeftScan from 1 by 1 until LeftScan is greater than LeftCount
        move 0 to LeftPaired(LeftScan)
        add LeftAmount(LeftScan) to LeftTotal
    end-perform
    perform varying RightScan from 1 by 1 until RightScan is greater than RightCount
        move 0 to RightPaired(RightScan)
        add RightAmount(RightScan) to RightTotal
    end-perform

    perform varying LeftScan from 1 by 1 until LeftScan is greater than LeftCount
        perform varying RightScan from 1 by 1 until RightScan is greater than RightCount
                or LeftPaired(LeftScan) equal to 1
            if RightPaired(RightScan) equal to 0
                    and RightKey(RightScan) equal to LeftKey(LeftScan)
                compute AmountGap = RightAmount(RightScan) - LeftAmount(LeftScan)
                if AmountGap is less than zero
                    compute AmountGap = zero - AmountGap
                end-if
*> with no booking to go on, the day has to agree as well
                if AmountGap is not greater than TieTolerance
                        and (LeftKey(LeftScan) not equal to spaces
                            or RightDate(RightScan) equal to LeftDate(LeftScan))
                    move 1 to LeftPaired(LeftScan)
                    move 1 to RightPaired(RightScan)
                end-if
            end-if
        end-perform
    end-perform

    compute TieDifference = RightTotal - LeftTotal
    move spaces to PackLine
    write PackLine
    move spaces to PackLine
    string TieNumber ". " trim(LeftTitle) " against " trim(RightTitle)
        delimited by size into PackLine
    write PackLine
    move LeftTotal to TotalDisplay
    move LeftCount to CountDisplay
    move spaces to PackLine
    string "    " LeftTitle " " TotalDisplay "  (" trim(CountDisplay) " items)"
        delimited by size into PackLine
    write PackLine
    move RightTotal to TotalDisplay
    move RightCount to CountDisplay
    move spaces to PackLine
    string "    " RightTitle " " TotalDisplay "  (" trim(CountDisplay) " items)"
        delimited by size into PackLine
    write PackLine
    move TieDifference to DifferenceDisplay
    move spaces to PackLine
    string "    Difference                              " DifferenceDisplay
        delimited by size into PackLine
    write PackLine

    move zero to UnpairedLeft
    move zero to UnpairedRight
    move zero to UnpairedShown
    perform varying LeftScan from 1 by 1 until LeftScan is greater than LeftCount
        if LeftPaired(LeftScan) equal to 0
            add 1 to UnpairedLeft
            if UnpairedShown is less than 15
                add 1 to UnpairedShown
                move LeftAmount(LeftScan) to TotalDisplay
                move spaces to PackLine
                string "      only in " trim(LeftTitle) ": " LeftKey(LeftScan) " "
                    LeftDate(LeftScan) " " trim(TotalDisplay) " " trim(LeftLabel(LeftScan))
                    delimited by size into PackLine
                write PackLine
            end-if
        end-if
    end-perform
    perform varying RightScan from 1 by 1 until RightScan is greater than RightCount
        if RightPaired(RightScan) equal to 0
            add 1 to UnpairedRight
            if UnpairedShown is less than 30
                add 1 to UnpairedShown
                move RightAmount(RightScan) to TotalDisplay
                move spaces to PackLine
                string "      only in " trim(RightTitle) ": " RightKey(RightScan) " "
                    RightDate(RightScan) " " trim(RightLabel(RightScan)) " " trim(TotalDisplay)
                    delimited by size into PackLine
                write PackLine
            end-if
        end-if
    end-perform
    if UnpairedLeft + UnpairedRight is greater than UnpairedShown
        compute UnpairedShown = UnpairedLeft + UnpairedRight - UnpairedShown
        move UnpairedShown to CountDisplay
        move spaces to PackLine
        string "      ... and " trim(CountDisplay) " more"
            delimited by size into PackLine
        write PackLine
    end-if
    if UnpairedLeft + UnpairedRight equal to zero
        move "    Agreed item for item" to PackLine
    else
        add 1 to TiesWithDifferences
        move spaces to PackLine
        move 1 to PackPointer
        move UnpairedLeft to CountDisplay
        string "    UNEXPLAINED - " trim(CountDisplay) " on the first side and "
            delimited by size into PackLine with pointer PackPointer
        move UnpairedRight to CountDisplay
        string trim(CountDisplay) " on the second have nothing to pair with"
            delimited by size into PackLine with pointer PackPointer
    end-if
    write PackLine
.

end program AuditPack.
