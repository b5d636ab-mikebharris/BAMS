    select SmsOutboxFile assign to SmsOutboxFileName
        organization is line sequential.

    select optional OutboxFile assign to OutboxFileName
        organization is line sequential.

data division.
file section.
    fd AttendeesFile is global.
    fd SmsOutboxFile.
        01 SmsOutboxLine pic x(200).

    fd OutboxFile.
        copy DD-Outbox replacing OutboxEntry by ==OutboxRecord==.

working-storage section.
    01 AttendeeStatus   pic x(2).
        88 Successful   value "00".
        88 NoSuchRecord value "23".

    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 HistoryModuleInit pic x(30) value spaces.
    01 SmsOutboxFileName pic x(20) value "sms-outbox.csv".
    01 OutboxFileName pic x(20) value "outbox.dat".
    01 CommandLineArgumentCount pic 9 value zero.

    01 CurrentDayOfWeek pic 9 value zero.
    01 BalanceOwed pic s999 value zero.
    01 BalanceDisplay pic zz9.
    01 MessageText pic x(160) value spaces.
    01 MessagePointer pic 999 value 1.
    01 OwingTemplateFileName pic x(40) value "sms-arrival-owing-template.txt".
    01 PaidTemplateFileName pic x(40) value "sms-arrival-paid-template.txt".
    copy DD-LetterTemplate.
    01 TemplateLineNumber pic 99 value zero.
    01 WorkLine pic x(100) value spaces.
    01 MessagesWritten pic 999 value zero.
    01 SkippedNoPhone pic 999 value zero.
    01 SkippedNoConsent pic 999 value zero.
    01 SkippedWrittenOff pic 999 value zero.
    01 EditHistoryLine pic x(120) value spaces.
    01 SendStampDate pic x(8) value spaces.
    01 SendStampTime pic x(8) value spaces.
        accept AttendeesFileName from argument-value
    end-if

    move OwingTemplateFileName to LetterTemplateBaseName
    move spaces to LetterTemplateLanguage
    call "LetterTemplates" using LetterTemplate
    if LetterTemplateLineCount equal to zero
        display "Template " trim(OwingTemplateFileName)
            " is missing or empty - no messages produced"
        stop run
    end-if
    move PaidTemplateFileName to LetterTemplateBaseName
    call "LetterTemplates" using LetterTemplate
    if LetterTemplateLineCount equal to zero
        display "Template " trim(PaidTemplateFileName)
            " is missing or empty - no messages produced"
        stop run
    end-if

    call "EditHistory" using HistoryModuleInit
    accept CurrentDayOfWeek from day-of-week
    compute TomorrowDayOfWeek = CurrentDayOfWeek + 1
    open output SmsOutboxFile
    move "Telephone,Message" to SmsOutboxLine
    write SmsOutboxLine
    open extend OutboxFile

    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
        end-perform
    close AttendeesFile
    close SmsOutboxFile
    close OutboxFile

    display "Messages in the gateway file: " MessagesWritten
        " (" trim(SmsOutboxFileName) ")"
    display "Skipped - no telephone:       " SkippedNoPhone
    display "Skipped - contact refused:    " SkippedNoConsent
    display "Skipped - written off:        " SkippedWrittenOff
    call "ReportMissingTranslations"
    stop run.

ConsiderAttendeeForSms section.
    if BalanceWrittenOff of AttendeeRecord
        add 1 to SkippedWrittenOff
        exit section
    end-if
    if EssentialContactRefused of AttendeeRecord
        add 1 to SkippedNoConsent
        exit section
    compute BalanceOwed = AmountToPay of AttendeeRecord
        - AmountPaid of AttendeeRecord

    if BalanceOwed is greater than zero
        move BalanceOwed to BalanceDisplay
        move OwingTemplateFileName to LetterTemplateBaseName
    else
        move zero to BalanceDisplay
        move PaidTemplateFileName to LetterTemplateBaseName
    end-if
    move PreferredLanguage of AttendeeRecord to LetterTemplateLanguage
    call "LetterTemplates" using LetterTemplate

*> a text is one line however the template was typed, so the template
*> lines run on into each other
    move spaces to MessageText
    move 1 to MessagePointer
    perform varying TemplateLineNumber from 1 by 1
        until TemplateLineNumber is greater than LetterTemplateLineCount
        move LetterTemplateText(TemplateLineNumber) to WorkLine
        move substitute(WorkLine, "{NAME}", trim(AttendeeName of AttendeeRecord)) to WorkLine
        move substitute(WorkLine, "{AUTHCODE}", AuthCode of AttendeeRecord) to WorkLine
        move substitute(WorkLine, "{BALANCE}", trim(BalanceDisplay)) to WorkLine
        if WorkLine not equal to spaces
            if MessagePointer is greater than 1
                string " " delimited by size into MessageText
                    with pointer MessagePointer
                end-string
            end-if
            string trim(WorkLine) delimited by size into MessageText
                with pointer MessagePointer
            end-string
        end-if
    end-perform

    move spaces to SmsOutboxLine
    string trim(Telephone of AttendeeRecord) ","
    write SmsOutboxLine
    add 1 to MessagesWritten

*> the gateway file is what gets sent; the shared outbox keeps the
*> message id alongside every other letter and reminder
    initialize OutboxRecord
    string "ARRV-" AuthCode of AttendeeRecord "-" SendStampDate
        delimited by size into OutboxMessageId of OutboxRecord
    move AuthCode of AttendeeRecord to OutboxAuthCode of OutboxRecord
    set OutboxBySMS of OutboxRecord to true
    move Telephone of AttendeeRecord to OutboxAddress of OutboxRecord
    move "ARRIVAL SMS" to OutboxKind of OutboxRecord
    move SendStampDate to OutboxWrittenDate of OutboxRecord
    move SmsOutboxFileName to OutboxLetterFile of OutboxRecord
    write OutboxRecord

    move spaces to EditHistoryLine
    string AuthCode of AttendeeRecord " " SendStampDate
        " " SendStampTime(1:6)
