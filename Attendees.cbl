            88 EndOfReceiptsRegister value high-values==.

    fd ReceiptFile.
        01 ReceiptLine pic x(100).

    fd SaveArchiveFile.
        01 SaveArchiveLine pic x(1000).
    01 ReceiptPaidHeld pic 999 value zero.
    01 ReceiptToPayHeld pic 999 value zero.
    01 ReceiptBalanceHeld pic s999 value zero.
    01 ReceiptLanguageHeld pic xx value spaces.
    01 ReceiptTemplateFileName pic x(40) value "receipt-payment-template.txt".
    copy DD-LetterTemplate.
    01 ReceiptTemplateLine pic 99 value zero.
    01 ReceiptWorkLine pic x(100) value spaces.
    01 ReceiptFill.
        02 ReceiptFillNumber pic x(5) value spaces.
        02 ReceiptFillPayment pic x(3) value spaces.
        02 ReceiptFillPaid pic x(3) value spaces.
        02 ReceiptFillToPay pic x(3) value spaces.
    01 PostingOperatorId pic x(8) value "BATCH".
    01 ReceiptSuppressFlag pic 9 value 0.
        88 AutomaticReceiptsHeld value 1 when set to false is 0.

    01 SaveArchiveDate pic x(8) value spaces.
    01 SaveArchiveTime pic x(8) value spaces.
    copy Attendee replacing Attendee by ==ArchiveHoldRecord==.
    copy DD-LayoutCheck.
    copy DD-DayCloseCheck.
    copy DD-ChartOfAccounts.
    copy DD-LedgerPosting.
    copy DD-ExtractControl.
    copy DD-ExtractFigures.
    01 ExtractWantedFlag pic 9 value 0.
        88 ExtractWanted value 1 when set to false is 0.

*> one row per member of the family group being capped, in the order
*> the group key reads them, with the price before any reduction
    01 CapMembers.
        02 CapMember occurs 20 times.
            03 CapMemberAuthCode pic x(6).
            03 CapMemberFullPrice pic 9(4).
            03 CapMemberOldShare pic 999.
            03 CapMemberNewShare pic 999.
            03 CapMemberCancelled pic 9.
    01 CapMemberCount pic 99 value zero.
    01 CapMemberScan pic 99 value zero.
    01 CapGroupFullPrice pic 9(5) value zero.
    01 CapOldReductionTotal pic 9(5) value zero.
    01 CapNewReductionTotal pic 9(5) value zero.
    01 CapShareGiven pic 9(5) value zero.
    01 CapReductionChange pic s9(5) value zero.

linkage section.
    01 CustomFileName pic x(20) value spaces.
            03 FamilyNumberOfKids pic 99.
            03 FamilyTicketType pic x.
            03 FamilySignUpDate pic 9(8).
            03 FamilyCapShare pic 999.
    01 FamilyCapAmount pic 999 value zero.
    01 FamilyCapRecordsChanged pic 99 value zero.

    01 SimulateFlag pic 9 value 0.
        88 SimulateOnly value 1 when set to false is 0.

    01 TotalPaidOverall pic 9(4) value zeroes.
    01 TotalToPayOverall pic 9(4) value zeroes.
    01 TotalWrittenOff pic 9(4) value zeroes.
    01 WrittenOffCount pic 999 value zeroes.

    01 TotalDonations pic 9(5) value zeroes.
    01 ConcessionTicketCount pic 999 value zeroes.
    01 RegisterNamePassed pic x(22).
    01 SpoolPrefixPassed pic x(20).
    01 ArchiveNamePassed pic x(20).
    01 OperatorIdPassed pic x(8).
    01 DayClosesNamePassed pic x(24).
    01 LedgerNamePassed pic x(24).

procedure division using CustomFileName.
    if CustomFileName not equal to spaces
        move AttendeeFileName to BackupFileName
        inspect BackupFileName replacing all ".dat" by ".bak"
    end-if
*> every program that works through here names its file first, so a
*> file in an older layout is turned away before anything reads it
    move AttendeeFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    goback.

entry "AddAttendee" using ThisAttendee, SimulateFlag
        move NumberOfKids of AttendeeRecord to FamilyNumberOfKids(FamilyGroupCount)
        move TicketType of AttendeeRecord to FamilyTicketType(FamilyGroupCount)
        move SignUpDate of AttendeeRecord to FamilySignUpDate(FamilyGroupCount)
        move FamilyCapReduction of AttendeeRecord to FamilyCapShare(FamilyGroupCount)
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
    .

entry "ListAttendees"
    perform OpenAttendeeSource
        perform ReadNextAttendee
        perform until EndOfAttendeesFile
            display AttendeeRecord
            perform ReadNextAttendee
        end-perform
    perform CloseAttendeeSource
    goback
    .

entry "CountOfAttendees" using NumberOfAttendees
    move zero to NumberOfAttendees
    perform OpenAttendeeSource
        perform ReadNextAttendee
        perform until EndOfAttendeesFile
            add 1 to NumberOfAttendees
            perform ReadNextAttendee
        end-perform
    perform CloseAttendeeSource
    goback
    .

entry "CountOfAttendeesByStatus" using SignedUpAttendees, ActiveAttendees, CancelledAttendees
    move zero to SignedUpAttendees, ActiveAttendees, CancelledAttendees
    perform OpenAttendeeSource
        perform ReadNextAttendee
        perform until EndOfAttendeesFile
            add 1 to SignedUpAttendees
            if AttendeeCancelled of AttendeeRecord
            else
                add 1 to ActiveAttendees
            end-if
            perform ReadNextAttendee
        end-perform
    perform CloseAttendeeSource
    goback
    .

    move zero to NumberOfAttendees
    move zero to AttendeesOnSite
    move zero to AttendeesToArrive
    perform OpenAttendeeSource
        perform ReadNextAttendee
        perform until EndOfAttendeesFile
            evaluate true
                when AttendeeArrived of AttendeeRecord
                    add NumberOfKids of AttendeeRecord to KidsToArrive
            end-evaluate
            add 1 to NumberOfAttendees
            perform ReadNextAttendee
        end-perform
    perform CloseAttendeeSource
    goback
    .

entry "NumberOfKids" using CountOfKids
    move zero to CountOfKids
    perform OpenAttendeeSource
        perform ReadNextAttendee
        perform until EndOfAttendeesFile
            add NumberOfKids of AttendeeRecord to CountOfKids
            perform ReadNextAttendee
        end-perform
    perform CloseAttendeeSource
    goback
    .

entry "AttendeesToArriveOnDay" using DayOfWeek, AttendeesToArrive, KidsToArrive, AttendeesNotPaidToArrive
    initialize AttendeesToArrive, KidsToArrive, AttendeesNotPaidToArrive
    if ValidDayOfWeek
        perform OpenAttendeeSource
            perform ReadNextAttendee
            perform until EndOfAttendeesFile
                evaluate true
                    when AttendeeComing of AttendeeRecord
                            add 1 to AttendeesToArrive
                            add NumberOfKids of AttendeeRecord to KidsToArrive
                            if AttendeeNotPaid of AttendeeRecord
                                    and not BalanceWrittenOff of AttendeeRecord
                                add 1 to AttendeesNotPaidToArrive
                            end-if
                end-evaluate
                perform ReadNextAttendee
            end-perform
        perform CloseAttendeeSource
    end-if
    goback
    .

entry "DonationStats" using TotalDonations, ConcessionTicketCount
    initialize TotalDonations, ConcessionTicketCount
    perform OpenAttendeeSource
        perform ReadNextAttendee
        perform until EndOfAttendeesFile
            add DonationAmount of AttendeeRecord to TotalDonations
            if TicketTypeIsConcession of AttendeeRecord
                    and not AttendeeCancelled of AttendeeRecord
                add 1 to ConcessionTicketCount
            end-if
            perform ReadNextAttendee
        end-perform
    perform CloseAttendeeSource
    goback
    .

entry "RecordInstalmentPayment" using ThisAuthCode, PaymentAmount, PaymentDate,
        PaymentMethod, PaymentResult
    move 1 to PaymentResult
*> a day that has been cashed up and closed takes no more money - the
*> correction goes in as an adjustment against the closed day instead
    move PaymentDate to DayCloseCheckDate
    call "CheckDayClosed" using DayCloseCheck
    if DayIsClosed
        display "Day " PaymentDate " was closed on " DayCloseCheckClosedOn
            " - nothing posted to " ThisAuthCode
            " (key it with CashUpReport --adjust " PaymentDate ")"
        move 3 to PaymentResult
        goback
    end-if
    call "C$COPY" using AttendeeFileName, BackupFileName, 0
    open i-o AttendeesFile with lock
    move ThisAuthCode to AuthCode of AttendeeRecord
    move Name of AttendeeRecord to ReceiptNameHeld
    move AmountPaid of AttendeeRecord to ReceiptPaidHeld
    move AmountToPay of AttendeeRecord to ReceiptToPayHeld
    move PreferredLanguage of AttendeeRecord to ReceiptLanguageHeld
    move AttendeeRecord to ArchiveHoldRecord
    close AttendeesFile
    perform AppendSaveArchiveEntry

    initialize LedgerPostingDetails
    move PaymentDate to LedgerPostingDate
    move zeroes to LedgerDebitAccount
    move PaymentMethod to LedgerPostingMethod
    move AccountCampIncome to LedgerCreditAccount
    move PaymentAmount to LedgerPostingAmount
    move ThisAuthCode to LedgerPostingReference
    move "INSTAL" to LedgerPostingSource
    move "Camp fee instalment" to LedgerPostingNarrative
    call "PostLedger" using LedgerPosting

    accept PostingDate from date yyyymmdd
    accept PostingTime from time
    move spaces to EditHistoryLine
    goback
    .

entry "ApplyFamilyCap" using ThisFamilyGroup, FamilyCapAmount,
        FamilyCapRecordsChanged
*> a family group never owes more between them than the event's cap.
*> Each member's full price is AmountToPay plus what the cap already
*> took off; whatever the group's full price runs over the cap is
*> shared out in proportion to those prices. A cancelled member drops
*> out of the sum and keeps whatever share they were charged with.
*> Called after any save that could change
*> a member's price, so the shares are always worked out afresh.
    move zero to FamilyCapRecordsChanged
    if ThisFamilyGroup equal to spaces
        goback
    end-if
    perform LoadFamilyCapMembers
    if CapMemberCount equal to zero
        goback
    end-if

    move zero to CapNewReductionTotal
    if FamilyCapAmount is greater than zero
            and CapGroupFullPrice is greater than FamilyCapAmount
        compute CapNewReductionTotal = CapGroupFullPrice - FamilyCapAmount
    end-if
    perform ShareFamilyCapReduction
    perform RewriteFamilyCapShares

    compute CapReductionChange = CapNewReductionTotal - CapOldReductionTotal
    if CapReductionChange not equal to zero
        perform PostFamilyCapChange
    end-if
    goback
    .

entry "RedirectAuditFiles" using RegisterNamePassed, SpoolPrefixPassed,
        ArchiveNamePassed
*> lets a caller (training mode in particular) point the automatic
    goback
    .

entry "RedirectDayCloses" using DayClosesNamePassed
*> training mode checks its practice postings against its own closes
    move DayClosesNamePassed to DayCloseCheckFileName
    goback
    .

entry "RedirectLedger" using LedgerNamePassed
*> practice postings go to the practice ledger, never the live one
    move LedgerNamePassed to LedgerPostingFileName
    goback
    .

entry "SetPostingOperator" using OperatorIdPassed
*> an operator posting by hand (the bank exceptions workbench) is named
*> on the receipts that follow - anything else is a batch posting
    move OperatorIdPassed to PostingOperatorId
    goback
    .

entry "HoldAutomaticReceipts"
*> a caller posting several slices of one payment (the family group
*> screen) holds the per-slice receipts and issues one itself, so the

entry "FinancialStats" using TotalPaidOverall, TotalToPayOverall
    initialize TotalPaidOverall, TotalToPayOverall
    perform OpenAttendeeSource
        perform ReadNextAttendee
        perform until EndOfAttendeesFile
            add AmountPaid of AttendeeRecord to TotalPaidOverall
            compute RecordBalance = AmountToPay of AttendeeRecord
                - AmountPaid of AttendeeRecord
            if RecordBalance is greater than zero
                    and not BalanceWrittenOff of AttendeeRecord
                add RecordBalance to TotalToPayOverall
            end-if
            perform ReadNextAttendee
        end-perform
    perform CloseAttendeeSource
    goback
    .

entry "BadDebtStats" using TotalWrittenOff, WrittenOffCount
*> balances written off are kept out of FinancialStats' to-pay figure
*> and reported on their own line from here
    initialize TotalWrittenOff, WrittenOffCount
    perform OpenAttendeeSource
        perform ReadNextAttendee
        perform until EndOfAttendeesFile
            if BalanceWrittenOff of AttendeeRecord
                add 1 to WrittenOffCount
                add WriteOffAmount of AttendeeRecord to TotalWrittenOff
            end-if
            perform ReadNextAttendee
        end-perform
    perform CloseAttendeeSource
    goback
    .

entry "IncomeToArriveOnDay" using DayOfWeek, PaidOnDay, ToPayOnDay
    initialize PaidOnDay, ToPayOnDay
    if ValidDayOfWeek
        perform OpenAttendeeSource
            perform ReadNextAttendee
            perform until EndOfAttendeesFile
                evaluate true
                    when AttendeeComing of AttendeeRecord
                        and ArrivalDay of AttendeeRecord is equal to DayOfWeek
                            add AmountPaid of AttendeeRecord to PaidOnDay
                            if not BalanceWrittenOff of AttendeeRecord
                                add AmountToPay of AttendeeRecord to ToPayOnDay
                                subtract AmountPaid of AttendeeRecord from ToPayOnDay
                            end-if
                end-evaluate
                perform ReadNextAttendee
            end-perform
        perform CloseAttendeeSource
    end-if
    goback
    .

entry "UseAttendeeExtract"
*> only a batch report asks for this - the counts above then come from
*> the overnight extract when there is a current one
    set ExtractWanted to true
    goback
    .

OpenAttendeeSource section.
    move "L" to ExtractControlMode
    if ExtractWanted
        move AttendeeFileName to ExtractControlLiveName
        call "AttendeeExtract" using ExtractControl
        if ExtractRefused
            move 8 to return-code
            stop run
        end-if
    end-if
    if ReadingLiveFile
        move zeros to AuthCode of AttendeeRecord
        start AttendeesFile key is greater than AuthCode of AttendeeRecord
        open input AttendeesFile
    end-if
.

ReadNextAttendee section.
    if ReadingExtract
        call "ReadAttendeeExtract" using ExtractControl, ExtractFigures,
            AttendeeRecord
        if ExtractControlAtEnd
            set EndOfAttendeesFile to true
        end-if
    else
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
    end-if
.

CloseAttendeeSource section.
    if ReadingExtract
        call "CloseAttendeeExtract"
    else
        close AttendeesFile
    end-if
.

LoadFamilyCapMembers section.
    move zero to CapMemberCount
    move zero to CapGroupFullPrice
    move zero to CapOldReductionTotal
    move ThisFamilyGroup to FamilyGroup of AttendeeRecord
    open input AttendeesFile
    start AttendeesFile key is equal to FamilyGroup of AttendeeRecord
        invalid key
            close AttendeesFile
            exit section
    end-start
    read AttendeesFile next record
        at end set EndOfAttendeesFile to true
    end-read
    perform until EndOfAttendeesFile
            or FamilyGroup of AttendeeRecord is not equal to ThisFamilyGroup
            or CapMemberCount is equal to 20
        add 1 to CapMemberCount
        move AuthCode of AttendeeRecord to CapMemberAuthCode(CapMemberCount)
        if FamilyCapReduction of AttendeeRecord is not numeric
            move zero to FamilyCapReduction of AttendeeRecord
        end-if
        compute CapMemberFullPrice(CapMemberCount) = AmountToPay of AttendeeRecord
            + FamilyCapReduction of AttendeeRecord
        move FamilyCapReduction of AttendeeRecord to CapMemberOldShare(CapMemberCount)
        move zero to CapMemberCancelled(CapMemberCount)
        if AttendeeCancelled of AttendeeRecord
            move 1 to CapMemberCancelled(CapMemberCount)
            move FamilyCapReduction of AttendeeRecord
                to CapMemberNewShare(CapMemberCount)
        else
            move zero to CapMemberNewShare(CapMemberCount)
            add FamilyCapReduction of AttendeeRecord to CapOldReductionTotal
            add CapMemberFullPrice(CapMemberCount) to CapGroupFullPrice
        end-if
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
    end-perform
    close AttendeesFile
.

ShareFamilyCapReduction section.
    move zero to CapShareGiven
    if CapNewReductionTotal equal to zero
        exit section
    end-if
    perform varying CapMemberScan from 1 by 1
        until CapMemberScan is greater than CapMemberCount
        if CapMemberCancelled(CapMemberScan) equal to zero
            compute CapMemberNewShare(CapMemberScan) =
                CapNewReductionTotal * CapMemberFullPrice(CapMemberScan)
                    / CapGroupFullPrice
            add CapMemberNewShare(CapMemberScan) to CapShareGiven
        end-if
    end-perform
*> the pennies lost rounding each share down go a pound at a time to
*> whoever still has room under their full price
    perform until CapShareGiven is not less than CapNewReductionTotal
        perform varying CapMemberScan from 1 by 1
            until CapMemberScan is greater than CapMemberCount
                or CapShareGiven is not less than CapNewReductionTotal
            if CapMemberCancelled(CapMemberScan) equal to zero
                    and CapMemberNewShare(CapMemberScan) is less than
                        CapMemberFullPrice(CapMemberScan)
                add 1 to CapMemberNewShare(CapMemberScan)
                add 1 to CapShareGiven
            end-if
        end-perform
    end-perform
.

RewriteFamilyCapShares section.
    perform varying CapMemberScan from 1 by 1
        until CapMemberScan is greater than CapMemberCount
        if CapMemberNewShare(CapMemberScan)
                not equal to CapMemberOldShare(CapMemberScan)
            if FamilyCapRecordsChanged equal to zero
                call "C$COPY" using AttendeeFileName, BackupFileName, 0
            end-if
            perform RewriteOneFamilyCapShare
        end-if
    end-perform
.

RewriteOneFamilyCapShare section.
    open i-o AttendeesFile with lock
    move CapMemberAuthCode(CapMemberScan) to AuthCode of AttendeeRecord
    read AttendeesFile
        key is AuthCode of AttendeeRecord
        invalid key
            display "Record for " CapMemberAuthCode(CapMemberScan)
                " not found - family cap not applied to it"
            close AttendeesFile
            exit section
    end-read
    compute AmountToPay of AttendeeRecord = CapMemberFullPrice(CapMemberScan)
        - CapMemberNewShare(CapMemberScan)
    move CapMemberNewShare(CapMemberScan) to FamilyCapReduction of AttendeeRecord
    if AmountPaid of AttendeeRecord is greater than or equal to
            AmountToPay of AttendeeRecord
        set AttendeePaid of AttendeeRecord to true
    else
        set AttendeeNotPaid of AttendeeRecord to true
    end-if
    rewrite AttendeeRecord
        invalid key
            display "Error applying the family cap to "
                CapMemberAuthCode(CapMemberScan) " - status is " AttendeeStatus
            close AttendeesFile
            exit section
    end-rewrite
    move AttendeeRecord to ArchiveHoldRecord
    close AttendeesFile
    perform AppendSaveArchiveEntry
    add 1 to FamilyCapRecordsChanged

    accept PostingDate from date yyyymmdd
    accept PostingTime from time
    move spaces to EditHistoryLine
    string CapMemberAuthCode(CapMemberScan) " " PostingDate " " PostingTime(1:6)
        " FAMCAP   Family cap share " CapMemberOldShare(CapMemberScan)
        " to " CapMemberNewShare(CapMemberScan)
        " group " ThisFamilyGroup
        delimited by size into EditHistoryLine
    call "AppendHistoryLine" using EditHistoryLine
.

PostFamilyCapChange section.
*> like a bursary, the fee is taken in full and the cap shown as what
*> it cost - a smaller reduction than before reverses the difference
    initialize LedgerPostingDetails
    accept LedgerPostingDate from date yyyymmdd
    if CapReductionChange is greater than zero
        move AccountFamilyCap to LedgerDebitAccount
        move AccountCampIncome to LedgerCreditAccount
        move CapReductionChange to LedgerPostingAmount
    else
        move AccountCampIncome to LedgerDebitAccount
        move AccountFamilyCap to LedgerCreditAccount
        compute LedgerPostingAmount = 0 - CapReductionChange
    end-if
    move CapMemberAuthCode(1) to LedgerPostingReference
    move "FAMCAP" to LedgerPostingSource
    move spaces to LedgerPostingNarrative
    string "Family ticket cap - group " ThisFamilyGroup
        delimited by size into LedgerPostingNarrative
    call "PostLedger" using LedgerPosting
.

AppendSaveArchiveEntry section.
*> every mutation through this module lands in the append-only journal
*> so PointInTimeRecover replays batch postings too, not just the
    end-string

    compute ReceiptBalanceHeld = ReceiptToPayHeld - ReceiptPaidHeld
    move ReceiptTemplateFileName to LetterTemplateBaseName
    move ReceiptLanguageHeld to LetterTemplateLanguage
    call "LetterTemplates" using LetterTemplate
    if LetterTemplateFellBack
        display "No " LetterTemplateLanguage " receipt template - "
            ThisAuthCode " gets the English one"
    end-if
    move NextReceiptNumber to ReceiptFillNumber
    move PaymentAmount to ReceiptFillPayment
    move ReceiptPaidHeld to ReceiptFillPaid
    move ReceiptToPayHeld to ReceiptFillToPay

    open output ReceiptFile
*> the money is in whatever happens to the wording, so a receipt still
*> goes out, bare, when even the English template has gone missing
    if LetterTemplateLineCount equal to zero
        display "Receipt template " function trim(ReceiptTemplateFileName)
            " is missing - receipt written without it"
        move spaces to ReceiptLine
        string "Receipt " NextReceiptNumber " " ThisAuthCode " "
            PaymentAmount " by " PaymentMethod " dated " PaymentDate
            delimited by size into ReceiptLine
        write ReceiptLine
    end-if
    perform varying ReceiptTemplateLine from 1 by 1
        until ReceiptTemplateLine is greater than LetterTemplateLineCount
        move LetterTemplateText(ReceiptTemplateLine) to ReceiptWorkLine
        move function substitute(ReceiptWorkLine,
            "{RECEIPTNO}", ReceiptFillNumber,
            "{AUTHCODE}", ThisAuthCode,
            "{NAME}", function trim(ReceiptNameHeld),
            "{PAYMENT}", ReceiptFillPayment,
            "{METHOD}", PaymentMethod,
            "{PAYDATE}", PaymentDate,
            "{PAID}", ReceiptFillPaid,
            "{TOPAY}", ReceiptFillToPay) to ReceiptWorkLine
        move ReceiptWorkLine to ReceiptLine
        write ReceiptLine
    end-perform
    close ReceiptFile

    open extend ReceiptsRegisterFile
    move PostingDate to ReceiptIssueDate of ReceiptRegisterRecord
    move PaymentAmount to ReceiptAmount of ReceiptRegisterRecord
    set ReceiptIsForPayment of ReceiptRegisterRecord to true
    move PostingOperatorId to ReceiptIssuedBy of ReceiptRegisterRecord
    write ReceiptRegisterRecord
    close ReceiptsRegisterFile

