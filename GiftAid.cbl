        88 NoSuchRecord value "23".

    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 DeclarationsFileName pic x(20) value "giftaid.dat".
    01 ClaimsFileName pic x(20) value "giftaid-claims.dat".
    01 ClaimExportFileName pic x(30) value spaces.
    01 GiftAidDisplay pic zzzzz9.99.
    01 DonationDateForClaim pic x(8) value spaces.
    01 TodaysDate pic x(8) value spaces.
    copy DD-ChartOfAccounts.
    copy DD-LedgerPosting.

procedure division.
    accept CommandLineArgumentCount from argument-number
    stop run.

CaptureDeclaration section.
    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    open input AttendeesFile
    move AuthCodeWanted to AuthCode of AttendeeRecord
    read AttendeesFile
    display "Skipped (no declaration or already claimed): " DonationsSkipped
    display "Gift Aid worth roughly " GiftAidDisplay
        " - claim file is " trim(ClaimExportFileName)

*> once the claim goes off the Gift Aid is owed to us, so it is income
*> now and a debtor until HMRC pays it into the bank
    if GiftAidValue is greater than zero
        initialize LedgerPostingDetails
        move AccountGiftAidDue to LedgerDebitAccount
        move AccountGiftAid to LedgerCreditAccount
        move GiftAidValue to LedgerPostingAmount
        move "GIFTAID" to LedgerPostingSource
        move "Gift Aid claimed from HMRC" to LedgerPostingNarrative
        call "PostLedger" using LedgerPosting
    end-if
.

ConsiderDonationForClaim section.
