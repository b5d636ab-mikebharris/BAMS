    select ReminderFile assign to ReminderFileName
        organization is line sequential.

    select optional OutboxFile assign to OutboxFileName
        organization is line sequential.

data division.
file section.
    fd AttendeesFile is global.
            88 EndOfAttendeesFile value high-values==.

    fd ReminderFile.
        01 ReminderLine pic x(100).

    fd OutboxFile.
        copy DD-Outbox replacing OutboxEntry by ==OutboxRecord==.

working-storage section.
    01 AttendeeStatus   pic x(2).
        88 NoSuchRecord value "23".

    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 ReminderFileName pic x(30) value spaces.
    01 OutboxFileName pic x(20) value "outbox.dat".
    01 OutboxToday pic x(8) value spaces.
    01 CommandLineArgumentCount pic 9 value zero.

    01 TodaysDateNumeric pic 9(8) value zero.
    01 RemindersProduced pic 999 value zero.
    01 RemindersSkipped pic 999 value zero.
    01 RemindersNoConsent pic 999 value zero.
    01 RemindersWrittenOff pic 999 value zero.
    01 ChannelFolder pic x(5) value spaces.

    01 ReminderTemplateFileName pic x(40) value "reminder-template.txt".
    copy DD-LetterTemplate.
    01 TemplateLineNumber pic 99 value zero.
    01 WorkLine pic x(100) value spaces.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than zero
        accept AttendeesFileName from argument-value
    end-if

    move ReminderTemplateFileName to LetterTemplateBaseName
    move spaces to LetterTemplateLanguage
    call "LetterTemplates" using LetterTemplate
    if LetterTemplateLineCount equal to zero
        display "Template " trim(ReminderTemplateFileName)
            " is missing or empty - no reminders produced"
        stop run
    end-if

    accept TodaysDateNumeric from date yyyymmdd
    call "SYSTEM" using "mkdir -p reminders/email reminders/post reminders/sms"
    accept OutboxToday from date yyyymmdd
    open extend OutboxFile

    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open i-o AttendeesFile
            end-read
        end-perform
    close AttendeesFile
    close OutboxFile

    display "Reminders produced: " RemindersProduced
        " (split by preferred channel under reminders/)"
    display "Skipped (chased or paid recently): " RemindersSkipped
    if RemindersWrittenOff is greater than zero
        display "Skipped (written off as bad debt): " RemindersWrittenOff
    end-if
    if RemindersNoConsent is greater than zero
        display "Skipped (contact refused): " RemindersNoConsent
    end-if
    call "ReportMissingTranslations"
    stop run.

ConsiderAttendeeForReminder section.
        exit section
    end-if

    if BalanceWrittenOff of AttendeeRecord
        add 1 to RemindersWrittenOff
        exit section
    end-if

    if EssentialContactRefused of AttendeeRecord
        add 1 to RemindersNoConsent
        exit section
    end-string

    move BalanceOwed to BalanceDisplay
    move PreferredLanguage of AttendeeRecord to LetterTemplateLanguage
    call "LetterTemplates" using LetterTemplate
    open output ReminderFile
    perform varying TemplateLineNumber from 1 by 1
        until TemplateLineNumber is greater than LetterTemplateLineCount
        move LetterTemplateText(TemplateLineNumber) to WorkLine
        move substitute(WorkLine, "{NAME}", trim(AttendeeName of AttendeeRecord)) to WorkLine
        move substitute(WorkLine, "{AUTHCODE}", AuthCode of AttendeeRecord) to WorkLine
        move substitute(WorkLine, "{BALANCE}", trim(BalanceDisplay)) to WorkLine
        move WorkLine to ReminderLine
        write ReminderLine
    end-perform
    close ReminderFile
    perform AppendOutboxEntry
.

AppendOutboxEntry section.
*> one line per message in the shared outbox - the message id carries
*> the AuthCode so a bounce report traces straight back to the record
    initialize OutboxRecord
    string "RMND-" AuthCode of AttendeeRecord "-" OutboxToday
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
    move "REMINDER" to OutboxKind of OutboxRecord
    move OutboxToday to OutboxWrittenDate of OutboxRecord
    move ReminderFileName to OutboxLetterFile of OutboxRecord
    write OutboxRecord
.

end program PaymentReminders.
