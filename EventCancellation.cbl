identification division.
program-id. EventCancellation.

environment division.
    configuration section.
        repository.
            function all intrinsic.

input-output section.
file-control.
    select optional AttendeesFile assign to AttendeesFileName
        organization is indexed
        access mode is dynamic
        record key is AuthCode of AttendeeRecord
        file status is AttendeeStatus.

    select optional EventsRegistryFile assign to EventsRegistryFileName
        organization is line sequential.

    select optional RepliesFile assign to RepliesFileName
        organization is line sequential.

    select optional RepliesHoldFile assign to RepliesHoldFileName
        organization is line sequential.

    select optional CreditsFile assign to CreditsFileName
        organization is line sequential.

    select optional BankPaymentsFile assign to BankPaymentsFileName
        organization is line sequential.

    select ReportFile assign to ReportFileName
        organization is line sequential.

    select LetterFile assign to LetterFileName
        organization is line sequential.

    select optional OutboxFile assign to OutboxFileName
        organization is line sequential.

    select optional OperatorsFile assign to OperatorsFileName
        organization is line sequential.

    select optional OperatorPolicyFile assign to OperatorPolicyFileName
        organization is line sequential.

    select optional SignOnLogFile assign to SignOnLogFileName
        organization is line sequential.

data division.
file section.
    fd AttendeesFile.
        copy DD-Attendee replacing Attendee by
            ==AttendeeRecord.
            88 EndOfAttendeesFile value high-values==.

    fd EventsRegistryFile.
        copy DD-Event replacing Event by
            ==EventRegistryRecord.
            88 EndOfEventsRegistryFile value high-values==.

    fd RepliesFile.
        copy DD-CancelReply replacing CancelReply by
            ==ReplyRecord.
            88 EndOfRepliesFile value high-values==.

    fd RepliesHoldFile.
        copy DD-CancelReply replacing CancelReply by
            ==ReplyHoldRecord==.

    fd CreditsFile.
        copy DD-Credit replacing Credit by ==CreditRecord==.

    fd BankPaymentsFile.
        copy DD-BankPayment replacing BankPayment by
            ==BankPaymentRecord.
            88 EndOfBankPaymentsFile value high-values==.

    fd ReportFile.
        01 ReportLine pic x(100).

    fd LetterFile.
        01 LetterLine pic x(100).

    fd OutboxFile.
        copy DD-Outbox replacing OutboxEntry by ==OutboxRecord==.

    fd OperatorsFile.
        copy DD-Operator replacing Operator by
            ==OperatorRecord.
            88 EndOfOperatorsFile value high-values==.

    fd OperatorPolicyFile.
        01 OperatorPolicyLine pic x(20).
            88 EndOfOperatorPolicy value high-values.

    fd SignOnLogFile.
        01 SignOnLogLine pic x(40).

working-storage section.
    01 AttendeeStatus pic x(2).

    01 AttendeesFileName pic x(20) value "attendees.dat".
    01 BackupFileName pic x(20) value spaces.
    copy DD-LayoutCheck.
    01 EventsRegistryFileName pic x(20) value "events.dat".
    01 RepliesFileName pic x(24) value "event-cancellations.dat".
    01 RepliesHoldFileName pic x(24) value "event-cancellations.tmp".
    01 CreditsFileName pic x(20) value "credits.dat".
    01 BankPaymentsFileName pic x(20) value "bank-payments.dat".
    01 ReportFileName pic x(50) value spaces.
    01 SummaryFileName pic x(50) value spaces.
    01 TemplateFileName pic x(30) value "event-cancelled-template.txt".
    01 LetterFileName pic x(40) value spaces.
    01 OutboxFileName pic x(20) value "outbox.dat".
    01 OperatorsFileName pic x(20) value "operators.dat".
    01 OperatorPolicyFileName pic x(20) value "operator-policy.cfg".
    01 SignOnLogFileName pic x(20) value "signon.log".
    01 CommandLineArgumentCount pic 9 value zero.
    01 RunMode pic x(10) value spaces.
        88 RunModeIsCancel value "CANCEL".
        88 RunModeIsReply value "REPLY".
        88 RunModeIsSettle value "SETTLE".
        88 RunModeIsSummary value "SUMMARY".
    01 ConfirmResponse pic x value space.
        88 RunConfirmed values "Y", "y".
    01 HistoryModuleInit pic x(30) value spaces.
    01 EditHistoryLine pic x(120) value spaces.
    01 ApprovalHistoryLine pic x(120) value spaces.
    01 HistoryTime pic x(8) value spaces.
    01 TodaysDate pic x(8) value spaces.
    01 RunTime pic x(8) value spaces.
    copy DD-DayCloseCheck.
    copy DD-ChartOfAccounts.
    copy DD-LedgerPosting.

    01 EventFoundFlag pic 9 value 0.
        88 EventFound value 1 when set to false is 0.
    01 EventName pic x(40) value spaces.
    01 CancellationReasonEntry pic x(40) value spaces.

*> the whole replies file is held here so a reply can be changed up to
*> the moment it is settled, and the lines of other events ride along
    01 ReplyTable.
        02 ReplyEntry occurs 2000 times.
            copy DD-CancelReply replacing ==01 CancelReply.== by ==03 TableReply.==.
    01 ReplyCount pic 9(4) value zero.
    01 ReplyScan pic 9(4) value zero.
    01 ReplyFound pic 9(4) value zero.
    01 RepliesChangedFlag pic 9 value 0.
        88 RepliesChanged value 1 when set to false is 0.

    01 ActiveBookings pic 9(4) value zero.
    01 BookingsCancelled pic 9(4) value zero.
    01 PaidTowardsBooking pic s9(4) value zero.
    01 LettersProduced pic 9(4) value zero.
    01 LettersSkippedNoConsent pic 9(4) value zero.

    01 ReplyAuthCodeEntry pic x(6) value spaces.
    01 ReplyChoiceEntry pic x value space.
    01 ReplyMethodEntry pic x(4) value spaces.
    01 RepliesRecorded pic 9(4) value zero.
    01 ChoiceWording pic x(30) value spaces.

    01 SettleKind pic x value space.
    01 NextBankPaymentNumber pic 9(5) value zero.
    01 SettledCount pic 9(4) value zero.
    01 SettleSkipped pic 9(4) value zero.
    01 BatchCount pic 9(4) value zero.
    01 BatchTotal pic 9(6) value zero.
    01 ToSettleCount pic 9(4) value zero.

*> second line of operator-policy.cfg, as at the desk - a refund above
*> it is only paid once a second treasurer or admin has signed on here
    01 ApprovalThreshold pic 9(5) value 100.
    01 SettlingOperatorId pic x(8) value spaces.
    01 ApprovingOperatorId pic x(8) value spaces.
    01 OperatorIdEntry pic x(8) value spaces.
    01 OperatorPasswordEntry pic x(12) value spaces.
    01 OperatorsOnFileCount pic 99 value zero.
    01 SignOnAttempts pic 9 value zero.
    01 ApproverFlag pic 9 value 0.
        88 ApproverSignedOn value 1 when set to false is 0.
    01 SignOnResult pic x(4) value spaces.
    01 SignOnLogDate pic x(8) value spaces.
    01 SignOnLogTime pic x(8) value spaces.
    01 OverLimitCount pic 9(4) value zero.
    01 HeldForApproval pic 9(4) value zero.

    01 SummaryFigures.
        02 SumCancelled pic 9(4) value zero.
        02 SumPaid pic 9(6) value zero.
        02 SumNothingOwed pic 9(4) value zero.
        02 SumAwaitedCount pic 9(4) value zero.
        02 SumAwaitedAmount pic 9(6) value zero.
        02 SumOpenCount pic 9(4) occurs 3 times.
        02 SumOpenAmount pic 9(6) occurs 3 times.
        02 SumSettledCount pic 9(4) occurs 3 times.
        02 SumSettledAmount pic 9(6) occurs 3 times.
        02 SumOwedBack pic 9(6) value zero.
    01 ChoiceSlot pic 9 value zero.
    01 ChoiceNames value "Refund  Credit  Donation".
        02 ChoiceName pic x(8) occurs 3 times.
    01 AmountDisplay pic zzzzz9.
    01 CountDisplay pic zzz9.

    copy DD-LetterTemplate.
    01 TemplateLineNumber pic 99 value zero.
    01 ChannelFolder pic x(5) value spaces.
    01 WorkLine pic x(100) value spaces.
    01 PaidDisplay pic zz9.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is less than 2
        perform ShowUsage
        stop run
    end-if
    accept AttendeesFileName from argument-value
    accept RunMode from argument-value
    move upper-case(RunMode) to RunMode
    if not RunModeIsCancel and not RunModeIsReply
            and not RunModeIsSettle and not RunModeIsSummary
        perform ShowUsage
        stop run
    end-if
    accept TodaysDate from date yyyymmdd
    accept RunTime from time
    move spaces to SummaryFileName
    string "event-cancellation-" trim(AttendeesFileName) ".txt"
        delimited by size into SummaryFileName

    perform FindEvent
    if not EventFound
        display "No event in " trim(EventsRegistryFileName) " uses "
            trim(AttendeesFileName)
        stop run
    end-if
    perform LoadReplies

    evaluate true
        when RunModeIsCancel
            perform CancelWholeEvent
        when RunModeIsReply
            perform RecordReplies
        when RunModeIsSettle
            perform SettleReplies
    end-evaluate
    perform WriteSummary
    stop run.

ShowUsage section.
    display "Usage: EventCancellation <event data file> CANCEL|REPLY|SETTLE|SUMMARY"
    display "  CANCEL   cancels every booking still active and writes to everyone"
    display "  REPLY    records refund, credit or donate as the replies come in"
    display "  SETTLE   makes the refund, credit and donation batches from the replies"
    display "  SUMMARY  shows what is still owed back"
.

FindEvent section.
    set EventFound to false
    open input EventsRegistryFile
        read EventsRegistryFile
            at end set EndOfEventsRegistryFile to true
        end-read
        perform until EndOfEventsRegistryFile
            if trim(EventRegistryDataFile of EventRegistryRecord)
                    equal to trim(AttendeesFileName)
                set EventFound to true
                move EventRegistryName of EventRegistryRecord to EventName
            end-if
            read EventsRegistryFile
                at end set EndOfEventsRegistryFile to true
            end-read
        end-perform
    close EventsRegistryFile
.

LoadReplies section.
    move zero to ReplyCount
    open input RepliesFile
        read RepliesFile
            at end set EndOfRepliesFile to true
        end-read
        perform until EndOfRepliesFile or ReplyCount equal to 2000
            add 1 to ReplyCount
            move ReplyRecord to TableReply(ReplyCount)
            read RepliesFile
                at end set EndOfRepliesFile to true
            end-read
        end-perform
        if not EndOfRepliesFile
            display "WARNING: " trim(RepliesFileName) " holds more than 2000 lines"
                " - archive the old events before going on"
            close RepliesFile
            stop run
        end-if
    close RepliesFile
.

SaveReplies section.
    open output RepliesHoldFile
        perform varying ReplyScan from 1 by 1 until ReplyScan is greater than ReplyCount
            move TableReply(ReplyScan) to ReplyHoldRecord
            write ReplyHoldRecord
        end-perform
    close RepliesHoldFile
    call "C$COPY" using RepliesHoldFileName, RepliesFileName, 0
    call "SYSTEM" using "rm -f event-cancellations.tmp"
.

FindReply section.
*> ReplyAuthCodeEntry in, ReplyFound out - zero when there is no line
*> for that booking in this event
    move zero to ReplyFound
    perform varying ReplyScan from 1 by 1 until ReplyScan is greater than ReplyCount
        if CancelReplyAuthCode of TableReply(ReplyScan) equal to ReplyAuthCodeEntry
                and CancelReplyEventFile of TableReply(ReplyScan) equal to AttendeesFileName
            move ReplyScan to ReplyFound
        end-if
    end-perform
.

CancelWholeEvent section.
    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    perform CountActiveBookings
    if ActiveBookings equal to zero
        display "No active bookings in " trim(AttendeesFileName) " - nothing to cancel"
        exit section
    end-if

    display "Reason for cancelling " trim(EventName) " (goes on every booking):"
    accept CancellationReasonEntry
    if CancellationReasonEntry equal to spaces
        display "A reason is needed - nothing cancelled"
        exit section
    end-if
    display "Cancel all " ActiveBookings " active bookings for "
        trim(EventName) "? (Y/N)"
    accept ConfirmResponse
    if not RunConfirmed
        display "Nothing cancelled"
        exit section
    end-if

    move AttendeesFileName to BackupFileName
    inspect BackupFileName replacing all ".dat" by ".bak"
    call "C$COPY" using AttendeesFileName, BackupFileName, 0
    call "EditHistory" using HistoryModuleInit

    move TemplateFileName to LetterTemplateBaseName
    move spaces to LetterTemplateLanguage
    call "LetterTemplates" using LetterTemplate
    if LetterTemplateLineCount equal to zero
        display "Template " trim(TemplateFileName) " is missing or empty - no letters will be produced"
    end-if
    call "SYSTEM" using "mkdir -p letters/email letters/post letters/sms"
    open extend OutboxFile

    open i-o AttendeesFile
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile
            if AttendeeComing of AttendeeRecord or AttendeeArrived of AttendeeRecord
                perform CancelOneBooking
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile
    close OutboxFile
    if RepliesChanged
        perform SaveReplies
    end-if
    call "ReportMissingTranslations"

    display "Bookings cancelled:          " BookingsCancelled
    display "Letters produced:            " LettersProduced
    if LettersSkippedNoConsent is greater than zero
        display "Skipped - contact refused:   " LettersSkippedNoConsent
            " - ring them, they still need to know"
    end-if
.

CountActiveBookings section.
    move zero to ActiveBookings
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile
            if AttendeeComing of AttendeeRecord or AttendeeArrived of AttendeeRecord
                add 1 to ActiveBookings
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile
.

CancelOneBooking section.
    set AttendeeCancelled of AttendeeRecord to true
    move CancellationReasonEntry to CancellationReason of AttendeeRecord
    move TodaysDate to CancelledDate of AttendeeRecord
    rewrite AttendeeRecord
        invalid key
            display "  " AuthCode of AttendeeRecord " not cancelled - status is " AttendeeStatus
            exit section
    end-rewrite
    add 1 to BookingsCancelled

    accept HistoryTime from time
    move spaces to EditHistoryLine
    string AuthCode of AttendeeRecord " " TodaysDate " " HistoryTime(1:6)
        " CANCEL   Event cancelled: " trim(CancellationReasonEntry)
        delimited by size into EditHistoryLine
    call "AppendHistoryLine" using EditHistoryLine

*> what they have put in, less any donation already kept and anything
*> already handed back, is what they now choose what to do with
    compute PaidTowardsBooking = AmountPaid of AttendeeRecord
        - DonationAmount of AttendeeRecord - RefundAmount of AttendeeRecord
    if PaidTowardsBooking is less than zero
        move zero to PaidTowardsBooking
    end-if

    move AuthCode of AttendeeRecord to ReplyAuthCodeEntry
    perform FindReply
    if ReplyFound equal to zero
        if ReplyCount equal to 2000
            display "  " AuthCode of AttendeeRecord " has no reply line - "
                trim(RepliesFileName) " is full"
        else
            add 1 to ReplyCount
            move ReplyCount to ReplyFound
            initialize TableReply(ReplyFound)
            move AuthCode of AttendeeRecord to CancelReplyAuthCode of TableReply(ReplyFound)
            move AttendeeName of AttendeeRecord to CancelReplyName of TableReply(ReplyFound)
            move AttendeesFileName to CancelReplyEventFile of TableReply(ReplyFound)
            move TodaysDate to CancelReplyCancelledDate of TableReply(ReplyFound)
            move PaidTowardsBooking to CancelReplyPaid of TableReply(ReplyFound)
            set CancelReplyIsOpen of TableReply(ReplyFound) to true
*> nothing paid means nothing to decide - the line is settled straight off
            if PaidTowardsBooking equal to zero
                set CancelReplyNothingOwed of TableReply(ReplyFound) to true
                set CancelReplyIsSettled of TableReply(ReplyFound) to true
                move TodaysDate to CancelReplySettledDate of TableReply(ReplyFound)
            end-if
            set RepliesChanged to true
        end-if
    end-if

    if EssentialContactAllowed of AttendeeRecord
        if LetterTemplateLineCount is greater than zero
            perform ProduceCancellationLetter
        end-if
    else
        add 1 to LettersSkippedNoConsent
    end-if
.

ProduceCancellationLetter section.
    evaluate true
        when PrefersPost of AttendeeRecord
            move "post" to ChannelFolder
        when PrefersSMS of AttendeeRecord
            move "sms" to ChannelFolder
        when other
            move "email" to ChannelFolder
    end-evaluate
    move spaces to LetterFileName
    string "letters/" trim(ChannelFolder) "/cancelled-"
        AuthCode of AttendeeRecord ".txt"
        delimited by size into LetterFileName

    move PaidTowardsBooking to PaidDisplay
    move TemplateFileName to LetterTemplateBaseName
    move PreferredLanguage of AttendeeRecord to LetterTemplateLanguage
    call "LetterTemplates" using LetterTemplate

    open output LetterFile
    perform varying TemplateLineNumber from 1 by 1
        until TemplateLineNumber is greater than LetterTemplateLineCount
        move LetterTemplateText(TemplateLineNumber) to WorkLine
*> lines marked {IFPAID} set out the choices, so only go to those with
*> money to decide about
        if WorkLine(1:8) equal to "{IFPAID}"
            if PaidTowardsBooking is greater than zero
                move WorkLine(9:) to WorkLine
                perform WriteLetterLine
            end-if
        else
            perform WriteLetterLine
        end-if
    end-perform
    close LetterFile

    initialize OutboxRecord
    string "CANC-" AuthCode of AttendeeRecord "-" TodaysDate
        delimited by size into OutboxMessageId of OutboxRecord
    move AuthCode of AttendeeRecord to OutboxAuthCode of OutboxRecord
    evaluate true
        when PrefersPost of AttendeeRecord
            set OutboxByPost of OutboxRecord to true
            move AttendeeName of AttendeeRecord to OutboxAddress of OutboxRecord
        when PrefersSMS of AttendeeRecord
            set OutboxBySMS of OutboxRecord to true
            move Telephone of AttendeeRecord to OutboxAddress of OutboxRecord
        when other
            set OutboxByEmail of OutboxRecord to true
            move Email of AttendeeRecord to OutboxAddress of OutboxRecord
    end-evaluate
    move "EVENTCANCEL" to OutboxKind of OutboxRecord
    move TodaysDate to OutboxWrittenDate of OutboxRecord
    move LetterFileName to OutboxLetterFile of OutboxRecord
    write OutboxRecord
    add 1 to LettersProduced
.

WriteLetterLine section.
    move substitute(WorkLine, "{NAME}", trim(AttendeeName of AttendeeRecord)) to WorkLine
    move substitute(WorkLine, "{AUTHCODE}", AuthCode of AttendeeRecord) to WorkLine
    move substitute(WorkLine, "{EVENTNAME}", trim(EventName)) to WorkLine
    move substitute(WorkLine, "{REASON}", trim(CancellationReasonEntry)) to WorkLine
    move substitute(WorkLine, "{PAID}", trim(PaidDisplay)) to WorkLine
    move WorkLine to LetterLine
    write LetterLine
.

RecordReplies section.
*> replies come in by every route over weeks - each one is keyed as it
*> arrives and can be changed freely until the settlement run takes it
    move zero to RepliesRecorded
    perform with test after until ReplyAuthCodeEntry equal to spaces
        display spaces
        display "AuthCode of the reply (blank to finish):"
        move spaces to ReplyAuthCodeEntry
        accept ReplyAuthCodeEntry
        move upper-case(ReplyAuthCodeEntry) to ReplyAuthCodeEntry
        if ReplyAuthCodeEntry not equal to spaces
            perform RecordOneReply
        end-if
    end-perform
    if RepliesChanged
        perform SaveReplies
    end-if
    display "Replies recorded: " RepliesRecorded
.

RecordOneReply section.
    perform FindReply
    if ReplyFound equal to zero
        display ReplyAuthCodeEntry " was not cancelled with " trim(EventName)
        exit section
    end-if
    if CancelReplyNothingOwed of TableReply(ReplyFound)
        display trim(CancelReplyName of TableReply(ReplyFound))
            " had paid nothing - no reply needed"
        exit section
    end-if
    perform DescribeChoice
    if CancelReplyIsSettled of TableReply(ReplyFound)
        display trim(CancelReplyName of TableReply(ReplyFound)) " was settled on "
            CancelReplySettledDate of TableReply(ReplyFound) " - " trim(ChoiceWording)
        exit section
    end-if

    display trim(CancelReplyName of TableReply(ReplyFound)) " paid "
        CancelReplyPaid of TableReply(ReplyFound) " - so far: " trim(ChoiceWording)
    display "(R)efund, (C)redit for next year, (D)onate, blank to leave as it is:"
    move space to ReplyChoiceEntry
    accept ReplyChoiceEntry
    move upper-case(ReplyChoiceEntry) to ReplyChoiceEntry
    if ReplyChoiceEntry not equal to "R" and ReplyChoiceEntry not equal to "C"
            and ReplyChoiceEntry not equal to "D"
        display "Left as it was"
        exit section
    end-if

    move spaces to ReplyMethodEntry
    if ReplyChoiceEntry equal to "R"
        display "Refund by BANK, CARD or CASH (blank for BANK):"
        accept ReplyMethodEntry
        move upper-case(ReplyMethodEntry) to ReplyMethodEntry
        if ReplyMethodEntry equal to spaces
            move "BANK" to ReplyMethodEntry
        end-if
        if ReplyMethodEntry not equal to "BANK" and ReplyMethodEntry not equal to "CARD"
                and ReplyMethodEntry not equal to "CASH"
            display "Refund method must be BANK, CARD or CASH - left as it was"
            exit section
        end-if
    end-if

    move ReplyChoiceEntry to CancelReplyChoice of TableReply(ReplyFound)
    move ReplyMethodEntry to CancelReplyMethod of TableReply(ReplyFound)
    move TodaysDate to CancelReplyDate of TableReply(ReplyFound)
    set RepliesChanged to true
    add 1 to RepliesRecorded
    perform DescribeChoice
    display "Recorded: " trim(ChoiceWording)
.

DescribeChoice section.
*> the choice on the reply line at ReplyFound, in words
    move spaces to ChoiceWording
    evaluate CancelReplyChoice of TableReply(ReplyFound)
        when "R"
            string "refund by " CancelReplyMethod of TableReply(ReplyFound)
                delimited by size into ChoiceWording
        when "C"
            move "credit for next year" to ChoiceWording
        when "D"
            move "donation" to ChoiceWording
        when "N"
            move "nothing owed" to ChoiceWording
        when other
            move "no reply yet" to ChoiceWording
    end-evaluate
.

SettleReplies section.
    move zero to ToSettleCount
    perform varying ReplyScan from 1 by 1 until ReplyScan is greater than ReplyCount
        if CancelReplyEventFile of TableReply(ReplyScan) equal to AttendeesFileName
                and CancelReplyIsOpen of TableReply(ReplyScan)
                and not CancelReplyAwaited of TableReply(ReplyScan)
            add 1 to ToSettleCount
        end-if
    end-perform
    if ToSettleCount equal to zero
        display "No replies waiting to be settled for " trim(EventName)
        exit section
    end-if

*> refunds, credits and donations all post money, so a closed day is
*> refused here just as it is at the desk
    move TodaysDate to DayCloseCheckDate
    call "CheckDayClosed" using DayCloseCheck
    if DayIsClosed
        display "Today was cashed up and closed by " trim(DayCloseCheckClosedBy)
            " - settle the replies tomorrow"
        exit section
    end-if

    display "Settle " ToSettleCount " replies for " trim(EventName)
        " - refunds, credits and donations will be posted? (Y/N)"
    accept ConfirmResponse
    if not RunConfirmed
        display "Nothing settled"
        exit section
    end-if

    perform LoadOperatorPolicy
    perform IdentifySettlingOperator
    move zero to OverLimitCount
    perform varying ReplyScan from 1 by 1 until ReplyScan is greater than ReplyCount
        if CancelReplyEventFile of TableReply(ReplyScan) equal to AttendeesFileName
                and CancelReplyIsOpen of TableReply(ReplyScan)
                and CancelReplyWantsRefund of TableReply(ReplyScan)
                and CancelReplyPaid of TableReply(ReplyScan) is greater than ApprovalThreshold
            add 1 to OverLimitCount
        end-if
    end-perform
    set ApproverSignedOn to false
    if OverLimitCount is greater than zero
        perform SignOnApprovingOperator
    end-if

    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move AttendeesFileName to BackupFileName
    inspect BackupFileName replacing all ".dat" by ".bak"
    call "C$COPY" using AttendeesFileName, BackupFileName, 0
    call "EditHistory" using HistoryModuleInit
    perform FindNextBankPaymentNumber

    move spaces to ReportFileName
    string "event-cancel-settlement-" TodaysDate "-" RunTime(1:4) ".txt"
        delimited by size into ReportFileName
    open output ReportFile
    move spaces to ReportLine
    string "SETTLEMENT OF CANCELLED BOOKINGS - " trim(EventName) " " TodaysDate
        delimited by size into ReportLine
    write ReportLine
    move all "=" to ReportLine(1:60)
    write ReportLine

    open i-o AttendeesFile
    open extend CreditsFile
    open extend BankPaymentsFile
    move "R" to SettleKind
    perform SettleOneBatch
    move "C" to SettleKind
    perform SettleOneBatch
    move "D" to SettleKind
    perform SettleOneBatch
    close BankPaymentsFile
    close CreditsFile
    close AttendeesFile

    move spaces to ReportLine
    write ReportLine
    move "Bank refunds are queued for the next BankPaymentRun." to ReportLine
    write ReportLine
    if HeldForApproval is greater than zero
        move spaces to ReportLine
        string HeldForApproval " refunds over the approval limit of "
            ApprovalThreshold " are left open for a second approver"
            delimited by size into ReportLine
        write ReportLine
    end-if
    close ReportFile
    perform SaveReplies

    display "Replies settled:             " SettledCount
    if SettleSkipped is greater than zero
        display "Left open - booking missing: " SettleSkipped
    end-if
    if HeldForApproval is greater than zero
        display "Left open - over the limit:  " HeldForApproval
            " - settle again with a second treasurer or admin"
    end-if
    display "Batches in " trim(ReportFileName)
.

FindNextBankPaymentNumber section.
    move zero to NextBankPaymentNumber
    open input BankPaymentsFile
        read BankPaymentsFile
            at end set EndOfBankPaymentsFile to true
        end-read
        perform until EndOfBankPaymentsFile
            if BankPaymentNumber of BankPaymentRecord is greater than
                    NextBankPaymentNumber
                move BankPaymentNumber of BankPaymentRecord to NextBankPaymentNumber
            end-if
            read BankPaymentsFile
                at end set EndOfBankPaymentsFile to true
            end-read
        end-perform
    close BankPaymentsFile
.

SettleOneBatch section.
    move zero to BatchCount
    move zero to BatchTotal
    move spaces to ReportLine
    write ReportLine
    evaluate SettleKind
        when "R"
            move "REFUND BATCH" to ReportLine
        when "C"
            move "CREDIT BATCH" to ReportLine
        when "D"
            move "DONATIONS" to ReportLine
    end-evaluate
    write ReportLine
    move "AuthCode Name                      Amount Method" to ReportLine
    write ReportLine
    perform varying ReplyScan from 1 by 1 until ReplyScan is greater than ReplyCount
        if CancelReplyEventFile of TableReply(ReplyScan) equal to AttendeesFileName
                and CancelReplyIsOpen of TableReply(ReplyScan)
                and CancelReplyChoice of TableReply(ReplyScan) equal to SettleKind
            if SettleKind equal to "R"
                    and CancelReplyPaid of TableReply(ReplyScan) is greater than ApprovalThreshold
                    and not ApproverSignedOn
                perform HoldRefundForApproval
            else
                perform SettleOneReply
            end-if
        end-if
    end-perform
    move BatchTotal to AmountDisplay
    move spaces to ReportLine
    string "  " BatchCount " lines totalling " trim(AmountDisplay)
        delimited by size into ReportLine
    write ReportLine
.

SettleOneReply section.
    move CancelReplyAuthCode of TableReply(ReplyScan) to AuthCode of AttendeeRecord
    read AttendeesFile
        key is AuthCode of AttendeeRecord
        invalid key
            move spaces to ReportLine
            string CancelReplyAuthCode of TableReply(ReplyScan) "   "
                CancelReplyName of TableReply(ReplyScan)
                " booking not found - left open"
                delimited by size into ReportLine
            write ReportLine
            add 1 to SettleSkipped
            exit section
    end-read

    initialize LedgerPostingDetails
    move TodaysDate to LedgerPostingDate
    move CancelReplyPaid of TableReply(ReplyScan) to LedgerPostingAmount
    move AuthCode of AttendeeRecord to LedgerPostingReference
    move spaces to EditHistoryLine
    accept HistoryTime from time
    evaluate SettleKind
        when "R"
            perform SettleRefund
        when "C"
            perform SettleCredit
        when "D"
            perform SettleDonation
    end-evaluate
    call "PostLedger" using LedgerPosting
    call "AppendHistoryLine" using EditHistoryLine

    rewrite AttendeeRecord
        invalid key
            display "  " AuthCode of AttendeeRecord " not updated - status is " AttendeeStatus
    end-rewrite

    set CancelReplyIsSettled of TableReply(ReplyScan) to true
    move TodaysDate to CancelReplySettledDate of TableReply(ReplyScan)
    add 1 to SettledCount
    add 1 to BatchCount
    add CancelReplyPaid of TableReply(ReplyScan) to BatchTotal
    move spaces to ReportLine
    string CancelReplyAuthCode of TableReply(ReplyScan) "   "
        CancelReplyName of TableReply(ReplyScan) " "
        CancelReplyPaid of TableReply(ReplyScan) "    "
        CancelReplyMethod of TableReply(ReplyScan)
        delimited by size into ReportLine
    write ReportLine
.

SettleRefund section.
    add CancelReplyPaid of TableReply(ReplyScan) to RefundAmount of AttendeeRecord
    move TodaysDate to RefundDate of AttendeeRecord
    move CancelReplyMethod of TableReply(ReplyScan) to RefundMethod of AttendeeRecord
    evaluate CancelReplyMethod of TableReply(ReplyScan)
        when "BANK"
            move "B" to LedgerPostingMethod
        when "CARD"
            move "R" to LedgerPostingMethod
        when other
            move "C" to LedgerPostingMethod
    end-evaluate
    move AccountFeeRefunds to LedgerDebitAccount
    move zeroes to LedgerCreditAccount
    move "REFUND" to LedgerPostingSource
    move "Camp fee refunded - event cancelled" to LedgerPostingNarrative
    string AuthCode of AttendeeRecord " " TodaysDate " " HistoryTime(1:6)
        " REFUND   " CancelReplyPaid of TableReply(ReplyScan) " refunded by "
        CancelReplyMethod of TableReply(ReplyScan) " - event cancelled"
        delimited by size into EditHistoryLine

    if CancelReplyMethod of TableReply(ReplyScan) equal to "BANK"
        add 1 to NextBankPaymentNumber
        initialize BankPaymentRecord
        move NextBankPaymentNumber to BankPaymentNumber of BankPaymentRecord
        set BankPaymentIsRefund of BankPaymentRecord to true
        move AuthCode of AttendeeRecord to BankPaymentAuthCode of BankPaymentRecord
        move CancelReplyPaid of TableReply(ReplyScan) to BankPaymentAmount of BankPaymentRecord
        move TodaysDate to BankPaymentQueuedDate of BankPaymentRecord
        move SettlingOperatorId to BankPaymentQueuedBy of BankPaymentRecord
        set BankPaymentIsQueued of BankPaymentRecord to true
        string "BAMS" BankPaymentNumber of BankPaymentRecord " "
            AuthCode of AttendeeRecord
            delimited by size into BankPaymentReference of BankPaymentRecord
        write BankPaymentRecord
    end-if

*> the approval goes in the history the same way the desk records one,
*> with who keyed it and who approved it
    if CancelReplyPaid of TableReply(ReplyScan) is greater than ApprovalThreshold
            and ApprovingOperatorId not equal to spaces
        move spaces to ApprovalHistoryLine
        string AuthCode of AttendeeRecord " " TodaysDate " " HistoryTime(1:6)
            " " ApprovingOperatorId
            " APPROVED: REFUND " CancelReplyPaid of TableReply(ReplyScan)
            " keyed by " trim(SettlingOperatorId)
            " decided by " trim(ApprovingOperatorId)
            " - event cancelled"
            delimited by size into ApprovalHistoryLine
        call "AppendHistoryLine" using ApprovalHistoryLine
    end-if
.

HoldRefundForApproval section.
    add 1 to HeldForApproval
    move spaces to ReportLine
    string CancelReplyAuthCode of TableReply(ReplyScan) "   "
        CancelReplyName of TableReply(ReplyScan) " "
        CancelReplyPaid of TableReply(ReplyScan) "    "
        CancelReplyMethod of TableReply(ReplyScan)
        " over the limit - left open"
        delimited by size into ReportLine
    write ReportLine
.

LoadOperatorPolicy section.
*> read as bams reads it - the first line is the password age, the
*> second the approval limit; missing or rubbish leaves the default
    open input OperatorPolicyFile
    read OperatorPolicyFile
        at end set EndOfOperatorPolicy to true
    end-read
    if not EndOfOperatorPolicy
        read OperatorPolicyFile
            at end set EndOfOperatorPolicy to true
        end-read
    end-if
    if not EndOfOperatorPolicy
            and trim(OperatorPolicyLine) is not equal to spaces
            and test-numval(OperatorPolicyLine) equal to zero
            and numval(OperatorPolicyLine) is not less than zero
        move numval(OperatorPolicyLine) to ApprovalThreshold
    end-if
    close OperatorPolicyFile
.

IdentifySettlingOperator section.
*> the batch programs have no sign-on of their own - whoever runs the
*> settlement names themselves in BAMS_OPERATOR or here
    move spaces to SettlingOperatorId
    accept SettlingOperatorId from environment "BAMS_OPERATOR"
    if SettlingOperatorId equal to spaces
        display "Your operator id: " with no advancing
        accept SettlingOperatorId
    end-if
    if SettlingOperatorId equal to spaces
        move "CANCELEV" to SettlingOperatorId
    end-if
.

SignOnApprovingOperator section.
*> a second pair of eyes, as the money screens insist on - a different
*> treasurer or admin signs on here, or the big refunds stay open
    move spaces to ApprovingOperatorId
    move zero to OperatorsOnFileCount
    open input OperatorsFile
        read OperatorsFile
            at end set EndOfOperatorsFile to true
        end-read
        perform until EndOfOperatorsFile
            add 1 to OperatorsOnFileCount
            read OperatorsFile
                at end set EndOfOperatorsFile to true
            end-read
        end-perform
    close OperatorsFile
*> with nobody on file sign-on is not in use and there is nobody to ask
    if OperatorsOnFileCount equal to zero
        set ApproverSignedOn to true
        exit section
    end-if

    display OverLimitCount " refunds are over the approval limit of "
        ApprovalThreshold " - a different treasurer or admin must approve them"
    perform varying SignOnAttempts from 1 by 1
        until SignOnAttempts is greater than 3 or ApproverSignedOn
        display "Approving operator id (blank to leave them open): "
            with no advancing
        move spaces to OperatorIdEntry
        accept OperatorIdEntry
        if OperatorIdEntry equal to spaces
            exit perform
        end-if
        display "Password: " with no advancing
        move spaces to OperatorPasswordEntry
        accept OperatorPasswordEntry
        perform CheckApproverCredentials
    end-perform
    if not ApproverSignedOn
        display "No second approver - refunds over " ApprovalThreshold
            " will be left open"
    end-if
.

CheckApproverCredentials section.
    move "FAIL" to SignOnResult
    set ApproverSignedOn to false
    open input OperatorsFile
        read OperatorsFile
            at end set EndOfOperatorsFile to true
        end-read
        perform until EndOfOperatorsFile
            if OperatorId of OperatorRecord equal to OperatorIdEntry
                evaluate true
                    when OperatorIsLocked of OperatorRecord
                        move "LOCK" to SignOnResult
                    when OperatorPassword of OperatorRecord
                            not equal to OperatorPasswordEntry
                        continue
                    when not OperatorRoleIsTreasurer of OperatorRecord
                            and not OperatorRoleIsAdmin of OperatorRecord
                        move "ROLE" to SignOnResult
                    when OperatorIdEntry equal to SettlingOperatorId
                        move "SAME" to SignOnResult
                    when other
                        move "OK  " to SignOnResult
                        set ApproverSignedOn to true
                end-evaluate
            end-if
            read OperatorsFile
                at end set EndOfOperatorsFile to true
            end-read
        end-perform
    close OperatorsFile

    evaluate SignOnResult
        when "OK  "
            move OperatorIdEntry to ApprovingOperatorId
            display "Refunds over the limit approved by " trim(ApprovingOperatorId)
        when "LOCK"
            display "Account " trim(OperatorIdEntry) " is locked"
        when "ROLE"
            display "Only a treasurer or admin operator can approve refunds"
        when "SAME"
            display "You are running the settlement - a different operator must approve"
        when other
            display "Unknown operator id or wrong password"
    end-evaluate
*> the sign-on log only knows OK, FAIL and LOCK
    if SignOnResult equal to "ROLE" or SignOnResult equal to "SAME"
        move "FAIL" to SignOnResult
    end-if
    accept SignOnLogDate from date yyyymmdd
    accept SignOnLogTime from time
    open extend SignOnLogFile
    move spaces to SignOnLogLine
    string SignOnLogDate " " SignOnLogTime(1:6) " "
        OperatorIdEntry " " SignOnResult
        delimited by size into SignOnLogLine
    write SignOnLogLine
    close SignOnLogFile
.

SettleCredit section.
    initialize CreditRecord
    move AuthCode of AttendeeRecord to CreditAuthCode of CreditRecord
    move AttendeeName of AttendeeRecord to CreditName of CreditRecord
    move CancelReplyPaid of TableReply(ReplyScan) to CreditAmount of CreditRecord
    move TodaysDate to CreditGrantedDate of CreditRecord
    move AttendeesFileName to CreditFromEvent of CreditRecord
    set CreditIsOpen of CreditRecord to true
    write CreditRecord
    move AccountCampIncome to LedgerDebitAccount
    move AccountCreditsHeld to LedgerCreditAccount
    move "CREDIT" to LedgerPostingSource
    move "Fee held as a credit - event cancelled" to LedgerPostingNarrative
    string AuthCode of AttendeeRecord " " TodaysDate " " HistoryTime(1:6)
        " CREDIT   " CancelReplyPaid of TableReply(ReplyScan)
        " held as a credit for next year - event cancelled"
        delimited by size into EditHistoryLine
.

SettleDonation section.
    if DonationAmount of AttendeeRecord + CancelReplyPaid of TableReply(ReplyScan)
            is greater than 999
        move 999 to DonationAmount of AttendeeRecord
    else
        add CancelReplyPaid of TableReply(ReplyScan) to DonationAmount of AttendeeRecord
    end-if
    move AccountCampIncome to LedgerDebitAccount
    move AccountDonations to LedgerCreditAccount
    move "DONATION" to LedgerPostingSource
    move "Fee donated - event cancelled" to LedgerPostingNarrative
    string AuthCode of AttendeeRecord " " TodaysDate " " HistoryTime(1:6)
        " DONATION " CancelReplyPaid of TableReply(ReplyScan)
        " given as a donation - event cancelled"
        delimited by size into EditHistoryLine
.

WriteSummary section.
*> rewritten on every run so the treasurer always has the current
*> picture of what is still owed back
    initialize SummaryFigures
    perform varying ReplyScan from 1 by 1 until ReplyScan is greater than ReplyCount
        if CancelReplyEventFile of TableReply(ReplyScan) equal to AttendeesFileName
            perform AddReplyToSummary
        end-if
    end-perform
    if SumCancelled equal to zero
        if not RunModeIsCancel
            display "No cancellations recorded for " trim(EventName)
        end-if
        exit section
    end-if
    compute SumOwedBack = SumAwaitedAmount + SumOpenAmount(1)

    move SummaryFileName to ReportFileName
    open output ReportFile
    move spaces to ReportLine
    string "CANCELLATION OF " trim(EventName) " - position at " TodaysDate
        delimited by size into ReportLine
    perform PutSummaryLine
    move all "=" to ReportLine(1:60)
    perform PutSummaryLine
    move SumCancelled to CountDisplay
    move SumPaid to AmountDisplay
    move spaces to ReportLine
    string "Bookings cancelled        " CountDisplay "   paid in " AmountDisplay
        delimited by size into ReportLine
    perform PutSummaryLine
    move SumNothingOwed to CountDisplay
    move spaces to ReportLine
    string "Nothing paid, nothing owed" CountDisplay
        delimited by size into ReportLine
    perform PutSummaryLine
    move SumAwaitedCount to CountDisplay
    move SumAwaitedAmount to AmountDisplay
    move spaces to ReportLine
    string "No reply yet              " CountDisplay "           " AmountDisplay
        delimited by size into ReportLine
    perform PutSummaryLine
    perform varying ChoiceSlot from 1 by 1 until ChoiceSlot is greater than 3
        move SumOpenCount(ChoiceSlot) to CountDisplay
        move SumOpenAmount(ChoiceSlot) to AmountDisplay
        move spaces to ReportLine
        string ChoiceName(ChoiceSlot) " chosen, to settle" CountDisplay
            "           " AmountDisplay
            delimited by size into ReportLine
        perform PutSummaryLine
    end-perform
    perform varying ChoiceSlot from 1 by 1 until ChoiceSlot is greater than 3
        move SumSettledCount(ChoiceSlot) to CountDisplay
        move SumSettledAmount(ChoiceSlot) to AmountDisplay
        move spaces to ReportLine
        string ChoiceName(ChoiceSlot) " settled          " CountDisplay
            "           " AmountDisplay
            delimited by size into ReportLine
        perform PutSummaryLine
    end-perform
    move SumOwedBack to AmountDisplay
    move spaces to ReportLine
    string "Still owed back (refunds to settle and everyone yet to reply) "
        trim(AmountDisplay)
        delimited by size into ReportLine
    perform PutSummaryLine
    close ReportFile
    display "Position written to " trim(SummaryFileName)
.

AddReplyToSummary section.
    add 1 to SumCancelled
    add CancelReplyPaid of TableReply(ReplyScan) to SumPaid
    evaluate true
        when CancelReplyWantsRefund of TableReply(ReplyScan)
            move 1 to ChoiceSlot
        when CancelReplyWantsCredit of TableReply(ReplyScan)
            move 2 to ChoiceSlot
        when CancelReplyWantsDonation of TableReply(ReplyScan)
            move 3 to ChoiceSlot
        when CancelReplyNothingOwed of TableReply(ReplyScan)
            add 1 to SumNothingOwed
            exit section
        when other
            add 1 to SumAwaitedCount
            add CancelReplyPaid of TableReply(ReplyScan) to SumAwaitedAmount
            exit section
    end-evaluate
    if CancelReplyIsSettled of TableReply(ReplyScan)
        add 1 to SumSettledCount(ChoiceSlot)
        add CancelReplyPaid of TableReply(ReplyScan) to SumSettledAmount(ChoiceSlot)
    else
        add 1 to SumOpenCount(ChoiceSlot)
        add CancelReplyPaid of TableReply(ReplyScan) to SumOpenAmount(ChoiceSlot)
    end-if
.

PutSummaryLine section.
    write ReportLine
    display trim(ReportLine trailing)
.

end program EventCancellation.
