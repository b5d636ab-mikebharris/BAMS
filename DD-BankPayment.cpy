*> bank-payments.dat - every payment going out by bank transfer, from
*> the moment it is owed until the bank statement shows it has left.
*> The payment run puts queued lines on the bank's upload file and
*> BankImport marks them paid when they come back on the statement.
01 BankPayment.
    05 BankPaymentNumber pic 9(5) value zeroes.
    05 BankPaymentKind pic x(7) value spaces.
        88 BankPaymentIsRefund value "REFUND".
        88 BankPaymentIsClaim value "CLAIM".
        88 BankPaymentIsBursary value "BURSARY".
    05 BankPaymentAuthCode pic x(6) value spaces.
*> the expense claim number for a claim, zero otherwise
    05 BankPaymentSourceRef pic 9(4) value zeroes.
    05 BankPaymentAmount pic 9(5) value zeroes.
    05 BankPaymentQueuedDate pic x(8) value spaces.
    05 BankPaymentQueuedBy pic x(8) value spaces.
    05 BankPaymentStatus pic x value "Q".
        88 BankPaymentIsQueued value "Q".
        88 BankPaymentIsSent value "S".
        88 BankPaymentIsPaid value "P".
        88 BankPaymentIsCancelled value "X".
    05 BankPaymentRunDate pic x(8) value spaces.
    05 BankPaymentPaidDate pic x(8) value spaces.
*> BAMS and the payment number, then the AuthCode - 18 characters is
*> all the bank carries through to the payee's statement and ours
    05 BankPaymentReference pic x(18) value spaces.
