01 Payable.
    05 PayableSupplierCode pic x(8) value spaces.
    05 PayableInvoiceRef pic x(12) value spaces.
    05 PayableInvoiceDate pic x(8) value spaces.
    05 PayableDueDate pic x(8) value spaces.
    05 PayableAmount pic 9(5) value zeroes.
    05 PayableCommitmentRow pic 9(4) value zeroes.
    05 PayableCategory pic x(15) value spaces.
    05 PayableDescription pic x(40) value spaces.
    05 PayableStatus pic x value "U".
        88 PayableIsUnpaid values "U", " ".
        88 PayableIsPaid value "P".
    05 PayablePaidDate pic x(8) value spaces.
