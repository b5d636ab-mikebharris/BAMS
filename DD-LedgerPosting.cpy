*> one balanced posting handed to PostLedger. A zero account on either
*> side means the money account for LedgerPostingMethod - C the gate
*> cash, B the bank, R card takings waiting to settle. Callers clear
*> the details between postings and leave the file name alone.
01 LedgerPosting.
    05 LedgerPostingFileName pic x(24) value "ledger.dat".
    05 LedgerPostingDetails.
        10 LedgerPostingDate pic x(8) value spaces.
        10 LedgerDebitAccount pic 9(4) value zeroes.
        10 LedgerCreditAccount pic 9(4) value zeroes.
        10 LedgerPostingMethod pic x value space.
        10 LedgerPostingAmount pic 9(6)v99 value zeroes.
        10 LedgerPostingReference pic x(6) value spaces.
        10 LedgerPostingSource pic x(8) value spaces.
        10 LedgerPostingNarrative pic x(40) value spaces.
    05 LedgerPostingResult pic 9 value zero.
        88 LedgerPostingMade value 0.
        88 LedgerPostingRefused value 1.
