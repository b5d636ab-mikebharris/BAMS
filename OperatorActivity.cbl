identification division.
program-id. OperatorActivity.

environment division.
    configuration section.
        repository.
            function all intrinsic.

input-output section.
file-control.
    select optional SignOnLogFile assign to SignOnLogFileName
        organization is line sequential.

    select optional HistoryFile assign to HistoryFileName
        organization is indexed
        access mode is dynamic
        record key is HistoryKey of HistoryRecord
        file status is HistoryStatus.

    select optional GateTakingsFile assign to GateTakingsFileName
        organization is line sequential.

    select optional KidsLogFile assign to KidsLogFileName
        organization is line sequential.

    select optional MedsLogFile assign to MedsLogFileName
        organization is line sequential.

    select optional ReceiptsRegisterFile assign to ReceiptsRegisterFileName
        organization is line sequential.

    select ActivityReportFile assign to ActivityReportFileName
        organization is line sequential.

data division.
file section.
    fd SignOnLogFile.
        01 SignOnLogLine pic x(60).
            88 EndOfSignOnLog value high-values.

    fd HistoryFile.
        copy DD-History replacing HistoryEntry by
            ==HistoryRecord.
            88 EndOfHistoryFile value high-values==.

    fd GateTakingsFile.
        01 GateTakingsLine pic x(60).
            88 EndOfGateTakings value high-values.

    fd KidsLogFile.
        01 KidsLogLine pic x(120).
            88 EndOfKidsLog value high-values.

    fd MedsLogFile.
        01 MedsLogLine pic x(120).
            88 EndOfMedsLog value high-values.

    fd ReceiptsRegisterFile.
        copy DD-Receipt replacing ReceiptRegisterEntry by
            ==ReceiptRegisterRecord.
            88 EndOfReceiptsRegister value high-values==.

    fd ActivityReportFile.
        01 ActivityReportLine pic x(132).

working-storage section.
    01 HistoryStatus pic x(2).
        88 HistorySuccessful value "00".

    01 SignOnLogFileName pic x(20) value "signon.log".
    01 HistoryFileName pic x(30) value "edit-history.dat".
    01 GateTakingsFileName pic x(20) value "gate-takings.log".
    01 KidsLogFileName pic x(20) value "kids-signin.log".
    01 MedsLogFileName pic x(20) value "meds-admin.log".
    01 ReceiptsRegisterFileName pic x(22) value "receipts-register.dat".
    01 ActivityReportFileName pic x(30) value "operator-activity.txt".
    01 CommandLineArgumentCount pic 9 value zero.
    01 OperatorWanted pic x(8) value "ALL".
    01 DateWanted pic x(8) value spaces.

*> one cell per operator per day - each log adds its own counts to the
*> cell, and the cells are sorted into operator then date order to print
    01 ActivityTable.
        02 ActivityCell occurs 1 to 600 times depending on ActivityCount.
            03 CellOperator pic x(8).
            03 CellDate pic x(8).
            03 CellSignOns pic 999.
            03 CellSignOnFails pic 999.
            03 CellChanges pic 9(4).
            03 CellRecords pic 999.
            03 CellLastAuthCode pic x(6).
            03 CellCash pic 9(6).
            03 CellCard pic 9(6).
            03 CellBank pic 9(6).
            03 CellOtherMoney pic 9(6).
            03 CellRefunds pic 99.
            03 CellRefundAmount pic 9(6).
            03 CellReceipts pic 999.
            03 CellKidsIn pic 999.
            03 CellKidsOut pic 999.
            03 CellDoses pic 999.
    01 ActivityCount pic 999 value zero.
    01 ActivityScan pic 999 value zero.
    01 CellsDropped pic 9(4) value zero.

    01 OperatorFound pic x(8) value spaces.
    01 DateFound pic x(8) value spaces.

    01 LineAuthCode pic x(6) value spaces.
    01 LineDate pic x(8) value spaces.
    01 LineTime pic x(6) value spaces.
    01 LineOperator pic x(8) value spaces.
    01 HistoryBeforeRefund pic x(120) value spaces.
    01 HistoryAfterRefund pic x(120) value spaces.
    01 RefundTallyCount pic 99 value zero.
    01 RefundOldAmount pic 999 value zero.
    01 RefundNewAmount pic 999 value zero.

    01 TakingsAmount pic 9(5) value zero.
    01 LogTextBefore pic x(120) value spaces.

    01 AmountDisplay pic zzzzz9.
    01 ReportPointer pic 999 value 1.
    01 PreviousOperator pic x(8) value spaces.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than zero
        accept OperatorWanted from argument-value
        move upper-case(OperatorWanted) to OperatorWanted
    end-if
    if CommandLineArgumentCount is greater than 1
        accept DateWanted from argument-value
    end-if

    perform TallySignOns
    perform TallyHistory
    perform TallyTakings
    perform TallyKidsLog
    perform TallyMedsLog
    perform TallyReceipts

    if ActivityCount equal to zero
        display "No activity found for " trim(OperatorWanted) " " DateWanted
        stop run
    end-if
    sort ActivityCell on ascending key CellOperator CellDate
    perform WriteActivityReport

    display "Operator activity written to " trim(ActivityReportFileName)
        " (" ActivityCount " operator-days)"
    if CellsDropped is greater than zero
        display CellsDropped " log lines did not fit - narrow it by operator or date"
    end-if
    stop run.

FindActivityCell section.
*> leaves ActivityScan at zero when the line is filtered out or the
*> table is full, so callers only add when it is non-zero
    move zero to ActivityScan
    if OperatorFound equal to spaces
        move "(none)" to OperatorFound
    end-if
    if OperatorWanted not equal to "ALL" and OperatorFound not equal to OperatorWanted
        exit section
    end-if
    if DateWanted not equal to spaces and DateFound not equal to DateWanted
        exit section
    end-if
    perform varying ActivityScan from 1 by 1 until ActivityScan is greater than ActivityCount
        if CellOperator(ActivityScan) equal to OperatorFound
                and CellDate(ActivityScan) equal to DateFound
            exit section
        end-if
    end-perform
    if ActivityCount equal to 600
        add 1 to CellsDropped
        move zero to ActivityScan
        exit section
    end-if
    add 1 to ActivityCount
    move ActivityCount to ActivityScan
    initialize ActivityCell(ActivityScan)
    move OperatorFound to CellOperator(ActivityScan)
    move DateFound to CellDate(ActivityScan)
.

TallySignOns section.
*> date(1:8) time(10:6) operator(17:8) result(26:4)
    open input SignOnLogFile
        read SignOnLogFile
            at end set EndOfSignOnLog to true
        end-read
        perform until EndOfSignOnLog
            move SignOnLogLine(17:8) to OperatorFound
            move SignOnLogLine(1:8) to DateFound
            move upper-case(OperatorFound) to OperatorFound
            perform FindActivityCell
            if ActivityScan is greater than zero
                if SignOnLogLine(26:2) equal to "OK"
                    add 1 to CellSignOns(ActivityScan)
                else
                    if SignOnLogLine(26:4) equal to "FAIL"
                            or SignOnLogLine(26:4) equal to "LOCK"
                        add 1 to CellSignOnFails(ActivityScan)
                    end-if
                end-if
            end-if
            read SignOnLogFile
                at end set EndOfSignOnLog to true
            end-read
        end-perform
    close SignOnLogFile
.

TallyHistory section.
*> each line is AuthCode, date, time and the operator, then the change -
*> payments posted by the overnight runs say POST where the operator goes
    open input HistoryFile
    move low-values to HistoryKey of HistoryRecord
    start HistoryFile key is greater than or equal to HistoryKey of HistoryRecord
        invalid key
            close HistoryFile
            exit section
    end-start
    read HistoryFile next record
        at end set EndOfHistoryFile to true
    end-read
    perform until EndOfHistoryFile
        move spaces to LineOperator
        unstring HistoryText of HistoryRecord delimited by all space
            into LineAuthCode, LineDate, LineTime, LineOperator
        end-unstring
        if LineOperator equal to "POST"
            move "BATCH" to LineOperator
        end-if
        move LineOperator to OperatorFound
        move LineDate to DateFound
        perform FindActivityCell
        if ActivityScan is greater than zero
            add 1 to CellChanges(ActivityScan)
*> the file is in AuthCode order, so a record's lines arrive together
            if CellLastAuthCode(ActivityScan) not equal to LineAuthCode
                add 1 to CellRecords(ActivityScan)
                move LineAuthCode to CellLastAuthCode(ActivityScan)
            end-if
            perform TallyRefundFromHistory
        end-if
        read HistoryFile next record
            at end set EndOfHistoryFile to true
        end-read
    end-perform
    close HistoryFile
.

TallyRefundFromHistory section.
*> refunds on cancellation are logged as "Refund: old -> new by method"
    move zero to RefundTallyCount
    inspect HistoryText of HistoryRecord tallying RefundTallyCount for all " Refund: "
    if RefundTallyCount equal to zero
        exit section
    end-if
    move spaces to HistoryAfterRefund
    unstring HistoryText of HistoryRecord delimited by " Refund: "
        into HistoryBeforeRefund, HistoryAfterRefund
    end-unstring
    add 1 to CellRefunds(ActivityScan)
    if HistoryAfterRefund(1:3) is numeric and HistoryAfterRefund(8:3) is numeric
        move HistoryAfterRefund(1:3) to RefundOldAmount
        move HistoryAfterRefund(8:3) to RefundNewAmount
        if RefundNewAmount is greater than RefundOldAmount
            compute CellRefundAmount(ActivityScan) =
                CellRefundAmount(ActivityScan) + RefundNewAmount - RefundOldAmount
        end-if
    end-if
.

TallyTakings section.
*> date(1:8) time(10:6) operator(17:8) kind(26:5) method(32:1)
*> amount(34:5) reference(40:6)
    open input GateTakingsFile
        read GateTakingsFile
            at end set EndOfGateTakings to true
        end-read
        perform until EndOfGateTakings
            move GateTakingsLine(17:8) to OperatorFound
            move GateTakingsLine(1:8) to DateFound
            perform FindActivityCell
            if ActivityScan is greater than zero
                    and GateTakingsLine(34:5) is numeric
                move GateTakingsLine(34:5) to TakingsAmount
                evaluate true
                    when GateTakingsLine(26:5) equal to "REFND"
                        add 1 to CellRefunds(ActivityScan)
                        add TakingsAmount to CellRefundAmount(ActivityScan)
                    when GateTakingsLine(32:1) equal to "C"
                        add TakingsAmount to CellCash(ActivityScan)
                    when GateTakingsLine(32:1) equal to "R"
                        add TakingsAmount to CellCard(ActivityScan)
                    when GateTakingsLine(32:1) equal to "B"
                        add TakingsAmount to CellBank(ActivityScan)
                    when other
                        add TakingsAmount to CellOtherMoney(ActivityScan)
                end-evaluate
            end-if
            read GateTakingsFile
                at end set EndOfGateTakings to true
            end-read
        end-perform
    close GateTakingsFile
.

TallyKidsLog section.
*> date(1:8) time(10:6) IN/OUT(17:3) ... ") by " operator at the end
    open input KidsLogFile
        read KidsLogFile
            at end set EndOfKidsLog to true
        end-read
        perform until EndOfKidsLog
            move spaces to OperatorFound
            unstring KidsLogLine delimited by ") by "
                into LogTextBefore, OperatorFound
            end-unstring
            move KidsLogLine(1:8) to DateFound
            perform FindActivityCell
            if ActivityScan is greater than zero
                if KidsLogLine(17:3) equal to "OUT"
                    add 1 to CellKidsOut(ActivityScan)
                else
                    add 1 to CellKidsIn(ActivityScan)
                end-if
            end-if
            read KidsLogFile
                at end set EndOfKidsLog to true
            end-read
        end-perform
    close KidsLogFile
.

TallyMedsLog section.
*> only doses given count - handing medication in and out is custody
    open input MedsLogFile
        read MedsLogFile
            at end set EndOfMedsLog to true
        end-read
        perform until EndOfMedsLog
            if MedsLogLine(17:4) equal to "DOSE"
                move spaces to OperatorFound
                unstring MedsLogLine delimited by ") by "
                    into LogTextBefore, OperatorFound
                end-unstring
                move MedsLogLine(1:8) to DateFound
                perform FindActivityCell
                if ActivityScan is greater than zero
                    add 1 to CellDoses(ActivityScan)
                end-if
            end-if
            read MedsLogFile
                at end set EndOfMedsLog to true
            end-read
        end-perform
    close MedsLogFile
.

TallyReceipts section.
    open input ReceiptsRegisterFile
        read ReceiptsRegisterFile
            at end set EndOfReceiptsRegister to true
        end-read
        perform until EndOfReceiptsRegister
            move ReceiptIssuedBy of ReceiptRegisterRecord to OperatorFound
            move ReceiptIssueDate of ReceiptRegisterRecord to DateFound
            perform FindActivityCell
            if ActivityScan is greater than zero
                add 1 to CellReceipts(ActivityScan)
            end-if
            read ReceiptsRegisterFile
                at end set EndOfReceiptsRegister to true
            end-read
        end-perform
    close ReceiptsRegisterFile
.

WriteActivityReport section.
    open output ActivityReportFile
    move spaces to ActivityReportLine
    if DateWanted equal to spaces
        string "Operator activity - " trim(OperatorWanted) " - all days"
            delimited by size into ActivityReportLine
    else
        string "Operator activity - " trim(OperatorWanted) " - " DateWanted
            delimited by size into ActivityReportLine
    end-if
    write ActivityReportLine
    move all "=" to ActivityReportLine
    write ActivityReportLine
    move "Sign-ons (failed), edits on records, money by method, refunds, receipts,"
        to ActivityReportLine
    write ActivityReportLine
    move "kids signed in/out and medication doses given. (none) is a receipt from before"
        to ActivityReportLine
    write ActivityReportLine
    move "the issuer was kept; BATCH is imports and overnight postings."
        to ActivityReportLine
    write ActivityReportLine
    move spaces to ActivityReportLine
    write ActivityReportLine
    move "Operator Date     Sign Fail Edits Recs   Cash   Card   Bank  Other Rfd RfdAmt Rcpt KIn KOut Dose"
        to ActivityReportLine
    write ActivityReportLine

    move spaces to PreviousOperator
    perform varying ActivityScan from 1 by 1 until ActivityScan is greater than ActivityCount
        if CellOperator(ActivityScan) not equal to PreviousOperator
                and PreviousOperator not equal to spaces
            move spaces to ActivityReportLine
            write ActivityReportLine
        end-if
        move CellOperator(ActivityScan) to PreviousOperator
        move spaces to ActivityReportLine
        move 1 to ReportPointer
        string CellOperator(ActivityScan) " " CellDate(ActivityScan) " "
            CellSignOns(ActivityScan) "  " CellSignOnFails(ActivityScan) "  "
            CellChanges(ActivityScan) "  " CellRecords(ActivityScan) " "
            delimited by size into ActivityReportLine with pointer ReportPointer
        move CellCash(ActivityScan) to AmountDisplay
        string AmountDisplay " " delimited by size
            into ActivityReportLine with pointer ReportPointer
        move CellCard(ActivityScan) to AmountDisplay
        string AmountDisplay " " delimited by size
            into ActivityReportLine with pointer ReportPointer
        move CellBank(ActivityScan) to AmountDisplay
        string AmountDisplay " " delimited by size
            into ActivityReportLine with pointer ReportPointer
        move CellOtherMoney(ActivityScan) to AmountDisplay
        string AmountDisplay "  " CellRefunds(ActivityScan) " "
            delimited by size into ActivityReportLine with pointer ReportPointer
        move CellRefundAmount(ActivityScan) to AmountDisplay
        string AmountDisplay "  " CellReceipts(ActivityScan) " "
            CellKidsIn(ActivityScan) "  " CellKidsOut(ActivityScan) "  "
            CellDoses(ActivityScan)
            delimited by size into ActivityReportLine with pointer ReportPointer
        write ActivityReportLine
    end-perform
    close ActivityReportFile
.

end program OperatorActivity.
