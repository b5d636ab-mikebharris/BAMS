    select ExceptionsFile assign to ExceptionsFileName
        organization is line sequential.

    select optional BankPaymentsFile assign to BankPaymentsFileName
        organization is line sequential.

    select optional ClaimsFile assign to ClaimsFileName
        organization is line sequential.

data division.
file section.
    fd StatementFile.
    fd ExceptionsFile.
        01 ExceptionLine pic x(160).

    fd BankPaymentsFile.
        copy DD-BankPayment replacing BankPayment by
            ==BankPaymentRecord.
            88 EndOfBankPaymentsFile value high-values==.

    fd ClaimsFile.
        copy DD-Claim replacing ExpenseClaim by
            ==ClaimRecord.
            88 EndOfClaimsFile value high-values==.

working-storage section.
    01 AttendeeStatus   pic x(2).
        88 Successful   value "00".

    01 StatementFileName pic x(30) value spaces.
    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 HistoryModuleInit pic x(30) value spaces.
    01 ExceptionsFileName pic x(30) value "bank-exceptions.txt".
    01 CommandLineArgumentCount pic 9 value zero.
    01 StatementAmountText pic x(10) value spaces.
    01 StatementReference pic x(80) value spaces.
    01 StatementAmount pic 999 value zero.
    01 StatementSignedAmount pic s9(6)v99 value zero.
    01 ReferenceUpper pic x(80) value spaces.
    01 MatchTally pic 99 value zero.
    01 MatchedCodeCount pic 99 value zero.
    01 LinesPosted pic 999 value zero.
    01 LinesUnmatched pic 999 value zero.
    01 LinesAmbiguous pic 999 value zero.
    01 LinesPaidOut pic 999 value zero.
    01 LinesOutgoingUnmatched pic 999 value zero.

    01 BankPaymentsFileName pic x(20) value "bank-payments.dat".
    01 ClaimsFileName pic x(20) value "claims.dat".
    01 PaymentTable.
        02 PaymentEntry occurs 1000 times.
            copy DD-BankPayment replacing ==01 BankPayment.== by ==03 TablePayment.==.
    01 PaymentCount pic 9(4) value zero.
    01 PaymentScan pic 9(4) value zero.
    01 PaymentFound pic 9(4) value zero.
    01 PaymentsChangedFlag pic 9 value 0.
        88 PaymentsChanged value 1 when set to false is 0.
    01 ClaimsTable.
        02 ClaimEntry occurs 200 times.
            copy DD-Claim replacing ==01 ExpenseClaim.== by ==03 TableClaim.==.
    01 ClaimsCount pic 999 value zero.
    01 ClaimScan pic 999 value zero.
    01 ClaimsChangedFlag pic 9 value 0.
        88 ClaimsChanged value 1 when set to false is 0.

    01 OutgoingAmount pic 9(6)v99 value zero.
    01 OutgoingPaymentNumber pic 9(5) value zero.
    01 ReferenceLeadIn pic 99 value zero.
    01 OutgoingProblem pic x(40) value spaces.
    copy DD-Attendee replacing Attendee by ==PaidAttendeeWork==.
    01 NoSimulateFlag pic 9 value 0.
    copy DD-ChartOfAccounts.
    copy DD-LedgerPosting.
    01 EditHistoryLine pic x(120) value spaces.
    01 HistoryDate pic x(8) value spaces.
    01 HistoryTime pic x(8) value spaces.

procedure division.
    accept CommandLineArgumentCount from argument-number
        display "No attendees in " trim(AttendeesFileName) " - nothing to match against"
        stop run
    end-if
    perform LoadBankPayments
    perform LoadClaims

    open output ExceptionsFile
    open input StatementFile
    end-perform
    close StatementFile
    close ExceptionsFile
    if PaymentsChanged
        perform SaveBankPayments
    end-if
    if ClaimsChanged
        perform SaveClaims
    end-if

    display "Statement lines read: " LinesRead
    display "Payments posted:      " LinesPosted
    display "Unmatched lines:      " LinesUnmatched
    display "Ambiguous lines:      " LinesAmbiguous
    display "Paid out confirmed:   " LinesPaidOut
    display "Paid out unmatched:   " LinesOutgoingUnmatched
    if LinesUnmatched is greater than zero or LinesAmbiguous is greater than zero
            or LinesOutgoingUnmatched is greater than zero
        display "See " trim(ExceptionsFileName) " for the lines needing a human"
    end-if
    stop run.

LoadKnownAuthCodes section.
    move zero to KnownAuthCodeCount
    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
    end-if
    add 1 to LinesRead

    move numval(StatementAmountText) to StatementSignedAmount
*> money leaving the account is one of our own bank payments coming
*> back on the statement, not an attendee paying in
    if StatementSignedAmount is negative
        perform ConfirmOutgoingPayment
        exit section
    end-if
    move StatementSignedAmount to StatementAmount

    move upper-case(StatementReference) to ReferenceUpper
    move zero to MatchedCodeCount
.

PostPaymentToAttendee section.
    perform ConvertStatementDate

    call "RecordInstalmentPayment" using MatchedAuthCode, StatementAmount,
        PaymentDateForPosting, "B", PaymentPostResult
                delimited by size into ExceptionLine
            write ExceptionLine
            add 1 to LinesUnmatched
        when 3
            move spaces to ExceptionLine
            string "DAY CLOSED: " trim(StatementAmountText) " for " MatchedAuthCode
                " on " trim(StatementDate)
                " - the day is closed, key it as a cash-up adjustment"
                delimited by size into ExceptionLine
            write ExceptionLine
            add 1 to LinesUnmatched
        when other
            add 1 to LinesUnmatched
            perform WriteUnmatchedException
    end-evaluate
.

ConvertStatementDate section.
    move zero to DashTally
    inspect StatementDate tallying DashTally for all "-"
    if DashTally is greater than zero
        move spaces to DateYearPart
        move spaces to DateMonthPart
        move spaces to DateDayPart
        unstring StatementDate
            delimited by "-"
            into DateYearPart, DateMonthPart, DateDayPart
        end-unstring
        move spaces to PaymentDateForPosting
        string DateYearPart delimited by space
            DateMonthPart delimited by space
            DateDayPart delimited by space
            into PaymentDateForPosting
        end-string
    else
        move StatementDate to PaymentDateForPosting
    end-if
.

WriteUnmatchedException section.
    move spaces to ExceptionLine
    string "UNMATCHED: " trim(StatementDate) " " trim(StatementAmountText)
    write ExceptionLine
.

ConfirmOutgoingPayment section.
*> our bank payment lines go out with BAMS and the payment number at the
*> front of the reference, so that is all the matching needs
    compute OutgoingAmount = 0 - StatementSignedAmount
    move upper-case(StatementReference) to ReferenceUpper
    move spaces to OutgoingProblem
    move zero to PaymentFound
    move zero to ReferenceLeadIn
    inspect ReferenceUpper tallying ReferenceLeadIn
        for characters before initial "BAMS"
    if ReferenceLeadIn is greater than 71
        move "no BAMS payment reference" to OutgoingProblem
    else
        if ReferenceUpper(ReferenceLeadIn + 5:5) is not numeric
            move "no BAMS payment reference" to OutgoingProblem
        else
            move ReferenceUpper(ReferenceLeadIn + 5:5) to OutgoingPaymentNumber
            perform varying PaymentScan from 1 by 1
                until PaymentScan is greater than PaymentCount or PaymentFound is greater than zero
                if BankPaymentNumber of TablePayment(PaymentScan) equal to OutgoingPaymentNumber
                    move PaymentScan to PaymentFound
                end-if
            end-perform
        end-if
    end-if

    if OutgoingProblem equal to spaces
        evaluate true
            when PaymentFound equal to zero
                move "no such bank payment on file" to OutgoingProblem
            when BankPaymentIsPaid of TablePayment(PaymentFound)
                move "already marked paid" to OutgoingProblem
            when not BankPaymentIsSent of TablePayment(PaymentFound)
                move "never went out on a payment run" to OutgoingProblem
            when BankPaymentAmount of TablePayment(PaymentFound) not equal to OutgoingAmount
                move "amount differs from the payment run" to OutgoingProblem
        end-evaluate
    end-if
    if OutgoingProblem not equal to spaces
        add 1 to LinesOutgoingUnmatched
        move spaces to ExceptionLine
        string "PAID OUT: " trim(StatementDate) " " trim(StatementAmountText)
            " '" trim(StatementReference) "' - " trim(OutgoingProblem)
            delimited by size into ExceptionLine
        write ExceptionLine
        exit section
    end-if

    perform ConvertStatementDate
    set BankPaymentIsPaid of TablePayment(PaymentFound) to true
    move PaymentDateForPosting to BankPaymentPaidDate of TablePayment(PaymentFound)
    set PaymentsChanged to true
    add 1 to LinesPaidOut
    evaluate true
        when BankPaymentIsClaim of TablePayment(PaymentFound)
            perform ClaimPaidByBank
        when BankPaymentIsBursary of TablePayment(PaymentFound)
            perform BursaryCashOutPaidByBank
    end-evaluate

    accept HistoryDate from date yyyymmdd
    accept HistoryTime from time
    move spaces to EditHistoryLine
    string BankPaymentAuthCode of TablePayment(PaymentFound) " " HistoryDate
        " " HistoryTime(1:6) " BANK: " trim(BankPaymentKind of TablePayment(PaymentFound))
        " of " BankPaymentAmount of TablePayment(PaymentFound)
        " paid out, payment " BankPaymentNumber of TablePayment(PaymentFound)
        " left the bank " PaymentDateForPosting
        delimited by size into EditHistoryLine
    call "AppendHistoryLine" using EditHistoryLine
    display "Paid out " BankPaymentAmount of TablePayment(PaymentFound)
        " to " BankPaymentAuthCode of TablePayment(PaymentFound)
.

ClaimPaidByBank section.
*> the claim was approved (and charged to running costs) long ago - it
*> is only now the money has actually gone that it counts as repaid
    perform varying ClaimScan from 1 by 1 until ClaimScan is greater than ClaimsCount
        if ClaimNumber of TableClaim(ClaimScan)
                equal to BankPaymentSourceRef of TablePayment(PaymentFound)
            set ClaimIsReimbursed of TableClaim(ClaimScan) to true
            move "BANK" to ClaimReimburseMethod of TableClaim(ClaimScan)
            set ClaimsChanged to true
        end-if
    end-perform
    initialize LedgerPostingDetails
    move PaymentDateForPosting to LedgerPostingDate
    move AccountClaimsDue to LedgerDebitAccount
    move zeroes to LedgerCreditAccount
    move "B" to LedgerPostingMethod
    move BankPaymentAmount of TablePayment(PaymentFound) to LedgerPostingAmount
    move BankPaymentAuthCode of TablePayment(PaymentFound) to LedgerPostingReference
    move "CLAIM" to LedgerPostingSource
    move "Expense claim repaid" to LedgerPostingNarrative
    call "PostLedger" using LedgerPosting
.

BursaryCashOutPaidByBank section.
*> what they have paid comes down by what went back to them, so their
*> account no longer shows them in credit
    call "GetAttendeeByAuthCode" using BankPaymentAuthCode of TablePayment(PaymentFound),
        PaidAttendeeWork
    if AuthCode of PaidAttendeeWork equal to BankPaymentAuthCode of TablePayment(PaymentFound)
        if AmountPaid of PaidAttendeeWork is greater than
                BankPaymentAmount of TablePayment(PaymentFound)
            subtract BankPaymentAmount of TablePayment(PaymentFound)
                from AmountPaid of PaidAttendeeWork
        else
            move zero to AmountPaid of PaidAttendeeWork
        end-if
        call "UpdateAttendee" using PaidAttendeeWork, NoSimulateFlag
    end-if
    initialize LedgerPostingDetails
    move PaymentDateForPosting to LedgerPostingDate
    move AccountFeeRefunds to LedgerDebitAccount
    move zeroes to LedgerCreditAccount
    move "B" to LedgerPostingMethod
    move BankPaymentAmount of TablePayment(PaymentFound) to LedgerPostingAmount
    move BankPaymentAuthCode of TablePayment(PaymentFound) to LedgerPostingReference
    move "BURSARY" to LedgerPostingSource
    move "Bursary credit repaid" to LedgerPostingNarrative
    call "PostLedger" using LedgerPosting
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

SaveBankPayments section.
    open output BankPaymentsFile
    perform varying PaymentScan from 1 by 1
        until PaymentScan is greater than PaymentCount
        move TablePayment(PaymentScan) to BankPaymentRecord
        write BankPaymentRecord
    end-perform
    close BankPaymentsFile
.

SaveClaims section.
    open output ClaimsFile
    perform varying ClaimScan from 1 by 1 until ClaimScan is greater than ClaimsCount
        move TableClaim(ClaimScan) to ClaimRecord
        write ClaimRecord
    end-perform
    close ClaimsFile
.

end program BankImport.
