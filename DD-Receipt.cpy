*> rows from before this field existed read back as spaces; they were
*> all cumulative prints from the view screen, so blank means statement
        88 ReceiptIsStatement values "S", " ".
*> who issued it - blank on rows from before it was kept, BATCH for the
*> automatic receipts raised by imports and overnight runs
    05 ReceiptIssuedBy pic x(8) value spaces.
