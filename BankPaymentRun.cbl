identification division.
program-id. BankPaymentRun.

environment division.
    configuration section.
        repository.
            function all intrinsic.

input-output section.
file-control.
    select optional PayeeBankFile assign to PayeeBankFileName
        organization is line sequential.

    select optional BankPaymentsFile assign to BankPaymentsFileName
        organization is line sequential.

    select optional ClaimsFile assign to ClaimsFileName
        organization is line sequential.

    select UploadFile assign to UploadFileName
        organization is line sequential.

    select RunReportFile assign to RunReportFileName
        organization is line sequential.

data division.
file section.
    fd PayeeBankFile.
        copy DD-PayeeBank replacing PayeeBank by
            ==PayeeBankRecord.
            88 EndOfPayeeBankFile value high-values==.

    fd BankPaymentsFile.
        copy DD-BankPayment replacing BankPayment by
            ==BankPaymentRecord.
            88 EndOfBankPaymentsFile value high-values==.

    fd ClaimsFile.
        copy DD-Claim replacing ExpenseClaim by
            ==ClaimRecord.
            88 EndOfClaimsFile value high-values==.

    fd UploadFile.
        01 UploadLine pic x(80).

    fd RunReportFile.
        01 RunReportLine pic x(100).

working-storage section.
    01 PayeeBankFileName pic x(20) value "payee-bank.dat".
    01 BankPaymentsFileName pic x(20) value "bank-payments.dat".
    01 ClaimsFileName pic x(20) value "claims.dat".
    01 UploadFileName pic x(40) value spaces.
    01 RunReportFileName pic x(40) value spaces.
    01 CommandLineArgumentCount pic 9 value zero.
    01 RunOption pic x(10) value spaces.
    01 ResendNumberText pic x(10) value spaces.
    01 ResendNumber pic 9(5) value zero.
    01 RunDate pic x(8) value spaces.
    01 RunTime pic x(8) value spaces.

    01 PayeeTable.
        02 PayeeEntry occurs 500 times.
            copy DD-PayeeBank replacing ==01 PayeeBank.== by ==03 TablePayee.==.
    01 PayeeCount pic 999 value zero.
    01 PayeeScan pic 999 value zero.
    01 PayeeFound pic 999 value zero.
    01 PayeesChangedFlag pic 9 value 0.
        88 PayeesChanged value 1 when set to false is 0.

    01 PaymentTable.
        02 PaymentEntry occurs 1000 times.
            copy DD-BankPayment replacing ==01 BankPayment.== by ==03 TablePayment.==.
    01 PaymentCount pic 9(4) value zero.
    01 PaymentScan pic 9(4) value zero.
    01 NextPaymentNumber pic 9(5) value zero.

    01 ClaimsTable.
        02 ClaimEntry occurs 200 times.
            copy DD-Claim replacing ==01 ExpenseClaim.== by ==03 TableClaim.==.
    01 ClaimsCount pic 999 value zero.
    01 ClaimScan pic 999 value zero.
    01 ClaimsChangedFlag pic 9 value 0.
        88 ClaimsChanged value 1 when set to false is 0.
    01 ClaimQueuedFlag pic 9 value 0.
        88 ClaimAlreadyQueued value 1 when set to false is 0.

    01 LinesPaid pic 9(4) value zero.
    01 LinesHeld pic 9(4) value zero.
    01 ClaimsSwept pic 999 value zero.
    01 RunTotal pic 9(7) value zero.
    01 AmountForBank pic z(4)9.99.
    01 TotalDisplay pic z(6)9.99.
    01 UploadPointer pic 999 value 1.
    01 RemoveUploadCommand pic x(60) value spaces.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than zero
        accept RunOption from argument-value
        move upper-case(RunOption) to RunOption
    end-if
    accept RunDate from date yyyymmdd
    accept RunTime from time

    perform LoadBankPayments

    if RunOption equal to "RESEND"
        perform ResendRejectedPayment
        stop run
    end-if
    if RunOption not equal to spaces
        display "Usage: BankPaymentRun [RESEND <payment number>]"
        display "Builds the bank upload file for every approved payment not yet sent"
        stop run
    end-if

    perform LoadPayees
    perform LoadClaims
    perform SweepApprovedClaims

    move spaces to UploadFileName
    string "bank-upload-" RunDate "-" RunTime(1:4) ".csv"
        delimited by size into UploadFileName
    move spaces to RunReportFileName
    string "bank-payment-run-" RunDate "-" RunTime(1:4) ".txt"
        delimited by size into RunReportFileName

    open output UploadFile
    open output RunReportFile
    move spaces to RunReportLine
    string "BANK PAYMENT RUN " RunDate " " RunTime(1:4)
        delimited by size into RunReportLine
    write RunReportLine
    move all "=" to RunReportLine
    write RunReportLine
    move "Number Kind    AuthCode Account name        Account   Amount   Reference"
        to RunReportLine
    write RunReportLine
    perform varying PaymentScan from 1 by 1
        until PaymentScan is greater than PaymentCount
        if BankPaymentIsQueued of TablePayment(PaymentScan)
            perform AddPaymentToUpload
        end-if
    end-perform
    move spaces to RunReportLine
    write RunReportLine
    move RunTotal to TotalDisplay
    move spaces to RunReportLine
    string LinesPaid " payments totalling " trim(TotalDisplay)
        " in " trim(UploadFileName)
        delimited by size into RunReportLine
    write RunReportLine
    if LinesHeld is greater than zero
        move spaces to RunReportLine
        string LinesHeld " payments held back - no bank details on file"
            delimited by size into RunReportLine
        write RunReportLine
    end-if
    close RunReportFile
    close UploadFile

    if LinesPaid equal to zero
        move spaces to RemoveUploadCommand
        string "rm -f " UploadFileName delimited by size into RemoveUploadCommand
        call "SYSTEM" using RemoveUploadCommand
        display "Nothing to pay - no upload file needed"
    end-if

    perform SaveBankPayments
    if PayeesChanged
        perform SavePayees
    end-if
    if ClaimsChanged
        perform SaveClaims
    end-if

    if ClaimsSwept is greater than zero
        display "Approved claims added to the run: " ClaimsSwept
    end-if
    display "Payments in the upload file:      " LinesPaid
    display "Total to go out:                  " trim(TotalDisplay)
    if LinesHeld is greater than zero
        display "Held back - no bank details:      " LinesHeld
    end-if
    display "Run report in " trim(RunReportFileName)
    if LinesPaid is greater than zero
        display "Upload " trim(UploadFileName) " to the bank, then delete it"
            " - it holds full account numbers"
    end-if
    stop run.

LoadPayees section.
    move zero to PayeeCount
    open input PayeeBankFile
        read PayeeBankFile
            at end set EndOfPayeeBankFile to true
        end-read
        perform until EndOfPayeeBankFile or PayeeCount equal to 500
            add 1 to PayeeCount
            move PayeeBankRecord to TablePayee(PayeeCount)
            read PayeeBankFile
                at end set EndOfPayeeBankFile to true
            end-read
        end-perform
    close PayeeBankFile
.

LoadBankPayments section.
    move zero to PaymentCount
    move zero to NextPaymentNumber
    open input BankPaymentsFile
        read BankPaymentsFile
            at end set EndOfBankPaymentsFile to true
        end-read
        perform until EndOfBankPaymentsFile or PaymentCount equal to 1000
            add 1 to PaymentCount
            move BankPaymentRecord to TablePayment(PaymentCount)
            if BankPaymentNumber of BankPaymentRecord is greater than NextPaymentNumber
                move BankPaymentNumber of BankPaymentRecord to NextPaymentNumber
            end-if
            read BankPaymentsFile
                at end set EndOfBankPaymentsFile to true
            end-read
        end-perform
    close BankPaymentsFile
.

LoadClaims section.
    move zero to ClaimsCount
    open input ClaimsFile
        read ClaimsFile
            at end set EndOfClaimsFile to true
        end-read
        perform until EndOfClaimsFile or ClaimsCount equal to 200
            add 1 to ClaimsCount
            move ClaimRecord to TableClaim(ClaimsCount)
            read ClaimsFile
                at end set EndOfClaimsFile to true
            end-read
        end-perform
    close ClaimsFile
.

SweepApprovedClaims section.
*> an approved claim nobody has paid at the desk goes in the run if the
*> claimant's bank details are on file - it is marked BANK so it cannot
*> then be paid out in cash as well
    perform varying ClaimScan from 1 by 1 until ClaimScan is greater than ClaimsCount
        if ClaimIsApproved of TableClaim(ClaimScan)
                and ClaimReimburseMethod of TableClaim(ClaimScan) equal to spaces
            move ClaimAuthCode of TableClaim(ClaimScan) to PayeeAuthCode of PayeeBankRecord
            perform FindPayee
            perform CheckClaimAlreadyQueued
            if PayeeFound is greater than zero and not ClaimAlreadyQueued
                    and PaymentCount is less than 1000
                perform QueueClaimPayment
            end-if
        end-if
    end-perform
.

CheckClaimAlreadyQueued section.
    set ClaimAlreadyQueued to false
    perform varying PaymentScan from 1 by 1
        until PaymentScan is greater than PaymentCount or ClaimAlreadyQueued
        if BankPaymentIsClaim of TablePayment(PaymentScan)
                and BankPaymentSourceRef of TablePayment(PaymentScan)
                    equal to ClaimNumber of TableClaim(ClaimScan)
                and not BankPaymentIsCancelled of TablePayment(PaymentScan)
            set ClaimAlreadyQueued to true
        end-if
    end-perform
.

QueueClaimPayment section.
    add 1 to PaymentCount
    add 1 to NextPaymentNumber
    initialize TablePayment(PaymentCount)
    move NextPaymentNumber to BankPaymentNumber of TablePayment(PaymentCount)
    set BankPaymentIsClaim of TablePayment(PaymentCount) to true
    move ClaimAuthCode of TableClaim(ClaimScan)
        to BankPaymentAuthCode of TablePayment(PaymentCount)
    move ClaimNumber of TableClaim(ClaimScan)
        to BankPaymentSourceRef of TablePayment(PaymentCount)
    move ClaimAmount of TableClaim(ClaimScan)
        to BankPaymentAmount of TablePayment(PaymentCount)
    move RunDate to BankPaymentQueuedDate of TablePayment(PaymentCount)
    move "BATCH" to BankPaymentQueuedBy of TablePayment(PaymentCount)
    set BankPaymentIsQueued of TablePayment(PaymentCount) to true
    string "BAMS" NextPaymentNumber " " ClaimAuthCode of TableClaim(ClaimScan)
        delimited by size into BankPaymentReference of TablePayment(PaymentCount)
    move "BANK" to ClaimReimburseMethod of TableClaim(ClaimScan)
    set ClaimsChanged to true
    add 1 to ClaimsSwept
.

FindPayee section.
*> the AuthCode wanted is left in the payee record area by the caller
    move zero to PayeeFound
    perform varying PayeeScan from 1 by 1
        until PayeeScan is greater than PayeeCount or PayeeFound is greater than zero
        if PayeeAuthCode of TablePayee(PayeeScan) equal to PayeeAuthCode of PayeeBankRecord
            move PayeeScan to PayeeFound
        end-if
    end-perform
.

AddPaymentToUpload section.
    move BankPaymentAuthCode of TablePayment(PaymentScan) to PayeeAuthCode of PayeeBankRecord
    perform FindPayee
    move BankPaymentAmount of TablePayment(PaymentScan) to AmountForBank
    if PayeeFound equal to zero
        add 1 to LinesHeld
        move spaces to RunReportLine
        string BankPaymentNumber of TablePayment(PaymentScan) " "
            BankPaymentKind of TablePayment(PaymentScan) " "
            BankPaymentAuthCode of TablePayment(PaymentScan)
            "   HELD - no bank details on file        " AmountForBank
            delimited by size into RunReportLine
        write RunReportLine
        exit section
    end-if

*> the bank's bulk payment layout: sort code, account number, payee
*> name, amount in pounds and pence, reference - no header line
    move spaces to UploadLine
    move 1 to UploadPointer
    string PayeeSortCode of TablePayee(PayeeFound) ","
        PayeeAccountNumber of TablePayee(PayeeFound) ","
        trim(PayeeAccountName of TablePayee(PayeeFound)) ","
        trim(AmountForBank) ","
        trim(BankPaymentReference of TablePayment(PaymentScan))
        delimited by size into UploadLine with pointer UploadPointer
    write UploadLine

    move spaces to RunReportLine
    string BankPaymentNumber of TablePayment(PaymentScan) " "
        BankPaymentKind of TablePayment(PaymentScan) " "
        BankPaymentAuthCode of TablePayment(PaymentScan) "   "
        PayeeAccountName of TablePayee(PayeeFound) "  ****"
        PayeeAccountLastFour of TablePayee(PayeeFound) " "
        AmountForBank " "
        BankPaymentReference of TablePayment(PaymentScan)
        delimited by size into RunReportLine
    write RunReportLine

    set BankPaymentIsSent of TablePayment(PaymentScan) to true
    move RunDate to BankPaymentRunDate of TablePayment(PaymentScan)
    move RunDate to PayeeLastUsedDate of TablePayee(PayeeFound)
    set PayeesChanged to true
    add 1 to LinesPaid
    add BankPaymentAmount of TablePayment(PaymentScan) to RunTotal
.

ResendRejectedPayment section.
*> a line the bank bounced goes back in the queue for the next run -
*> check the bank details in bams (Tools 32) before running it again
    if CommandLineArgumentCount is less than 2
        display "Usage: BankPaymentRun RESEND <payment number>"
        exit section
    end-if
    accept ResendNumberText from argument-value
    if trim(ResendNumberText) is not numeric
        display "Payment number must be digits"
        exit section
    end-if
    move numval(ResendNumberText) to ResendNumber
    perform varying PaymentScan from 1 by 1
        until PaymentScan is greater than PaymentCount
        if BankPaymentNumber of TablePayment(PaymentScan) equal to ResendNumber
            if BankPaymentIsSent of TablePayment(PaymentScan)
                set BankPaymentIsQueued of TablePayment(PaymentScan) to true
                move spaces to BankPaymentRunDate of TablePayment(PaymentScan)
                perform SaveBankPayments
                display "Payment " ResendNumber " goes in the next run"
            else
                display "Payment " ResendNumber " is not waiting on the bank"
                    " - status " BankPaymentStatus of TablePayment(PaymentScan)
            end-if
            exit section
        end-if
    end-perform
    display "No bank payment " ResendNumber " on file"
.

SaveBankPayments section.
    open output BankPaymentsFile
    perform varying PaymentScan from 1 by 1
        until PaymentScan is greater than PaymentCount
        move TablePayment(PaymentScan) to BankPaymentRecord
        write BankPaymentRecord
    end-perform
    close BankPaymentsFile
.

SavePayees section.
    open output PayeeBankFile
    perform varying PayeeScan from 1 by 1 until PayeeScan is greater than PayeeCount
        move TablePayee(PayeeScan) to PayeeBankRecord
        write PayeeBankRecord
    end-perform
    close PayeeBankFile
.

SaveClaims section.
    open output ClaimsFile
    perform varying ClaimScan from 1 by 1 until ClaimScan is greater than ClaimsCount
        move TableClaim(ClaimScan) to ClaimRecord
        write ClaimRecord
    end-perform
    close ClaimsFile
.

end program BankPaymentRun.
