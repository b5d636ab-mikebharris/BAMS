*> ledger.dat - one line per side of a posting. Both sides of a posting
*> carry the same journal id, and the debits under one id always equal
*> the credits.
01 LedgerEntry.
    05 LedgerJournalId pic x(16) value spaces.
    05 LedgerDate pic x(8) value spaces.
    05 LedgerAccount pic 9(4) value zeroes.
    05 LedgerDebit pic 9(6)v99 value zeroes.
    05 LedgerCredit pic 9(6)v99 value zeroes.
    05 LedgerReference pic x(6) value spaces.
    05 LedgerSource pic x(8) value spaces.
    05 LedgerNarrative pic x(40) value spaces.
