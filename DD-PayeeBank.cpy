*> payee-bank.dat - where money goes back to someone by bank transfer:
*> refunds, expense claims and bursary cash-outs. Only the last four
*> digits of the account are ever shown on a screen or a report - the
*> full number goes nowhere but the bank upload file.
01 PayeeBank.
    05 PayeeAuthCode pic x(6) value spaces.
    05 PayeeAccountName pic x(18) value spaces.
    05 PayeeSortCode pic 9(6) value zeroes.
    05 PayeeAccountNumber pic 9(8) value zeroes.
    05 filler redefines PayeeAccountNumber.
        10 filler pic x(4).
        10 PayeeAccountLastFour pic x(4).
    05 PayeeCapturedDate pic x(8) value spaces.
    05 PayeeCapturedBy pic x(8) value spaces.
*> the last payment run that paid them - the retention clock runs from it
    05 PayeeLastUsedDate pic x(8) value spaces.
