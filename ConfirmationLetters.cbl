
input-output section.
file-control.
    select optional AttendeesFile assign to AttendeesFileName
        organization is indexed
        access mode is dynamic
    select LetterFile assign to LetterFileName
        organization is line sequential.

    select optional OutboxFile assign to OutboxFileName
        organization is line sequential.

data division.
file section.
fd AttendeesFile is global.
    copy DD-Attendee replacing Attendee by
        ==AttendeeRecord is global.
fd LetterFile.
    01 LetterLine pic x(100).

fd OutboxFile.
    copy DD-Outbox replacing OutboxEntry by ==OutboxRecord==.

working-storage section.
    01 AttendeeStatus   pic x(2).
        88 Successful   value "00".
        88 NoSuchRecord value "23".

    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 TemplateFileName pic x(30) value "letter-template.txt".
    01 LetterFileName pic x(40) value spaces.
    01 OutboxFileName pic x(20) value "outbox.dat".
    01 OutboxToday pic x(8) value spaces.
    01 CommandLineArgumentCount pic 9 value zero.

    copy DD-LetterTemplate.
    01 TemplateLineNumber pic 99 value zero.

    01 CountOfLettersProduced pic 999 value zero.
    01 WorkLine pic x(100) value spaces.
    01 BalanceAmount pic s999 value zero.
    01 BalanceDisplay pic -zz9.
    01 SlotWording pic x(20) value spaces.

procedure division.
    accept CommandLineArgumentCount from argument-number
        accept TemplateFileName from argument-value
    end-if

*> the English template is the one every language falls back to, so
*> there is no run without it
    move TemplateFileName to LetterTemplateBaseName
    move spaces to LetterTemplateLanguage
    call "LetterTemplates" using LetterTemplate
    if LetterTemplateLineCount equal to zero
        display "Template " trim(TemplateFileName) " is missing or empty - no letters produced"
        stop run
    end-if

    call "SYSTEM" using "mkdir -p letters/email letters/post letters/sms"
    accept OutboxToday from date yyyymmdd
    open extend OutboxFile

    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
            end-read
        end-perform
    close AttendeesFile
    close OutboxFile

    display "Confirmation letters produced: " CountOfLettersProduced
        " (split by preferred channel under letters/)"
    if CountSkippedNoConsent is greater than zero
        display "Skipped - contact refused: " CountSkippedNoConsent
    end-if
    call "ReportMissingTranslations"
    stop run.

ProduceLetterForAttendee section.
    evaluate true
        when PrefersPost of AttendeeRecord

    compute BalanceAmount = AmountToPay of AttendeeRecord - AmountPaid of AttendeeRecord
    move BalanceAmount to BalanceDisplay
    if ArrivalSlotNotBooked of AttendeeRecord
        move "any time that day" to SlotWording
    else
        move ArrivalSlot of AttendeeRecord to SlotWording
    end-if

    move PreferredLanguage of AttendeeRecord to LetterTemplateLanguage
    call "LetterTemplates" using LetterTemplate

    open output LetterFile
    perform varying TemplateLineNumber from 1 by 1
        until TemplateLineNumber is greater than LetterTemplateLineCount
        move LetterTemplateText(TemplateLineNumber) to WorkLine
        move substitute(WorkLine, "{NAME}", trim(AttendeeName of AttendeeRecord)) to WorkLine
        move substitute(WorkLine, "{AUTHCODE}", AuthCode of AttendeeRecord) to WorkLine
        move substitute(WorkLine, "{ARRIVAL}", ArrivalDay of AttendeeRecord) to WorkLine
        move substitute(WorkLine, "{DEPARTURE}", DepartureDay of AttendeeRecord) to WorkLine
        move substitute(WorkLine, "{SLOT}", trim(SlotWording)) to WorkLine
        move substitute(WorkLine, "{BALANCE}", trim(BalanceDisplay)) to WorkLine
        move WorkLine to LetterLine
        write LetterLine
    end-perform
    close LetterFile
    perform AppendOutboxEntry

    add 1 to CountOfLettersProduced
.

AppendOutboxEntry section.
*> one line per message in the shared outbox - the message id carries
*> the AuthCode so a bounce report traces straight back to the record
    initialize OutboxRecord
    string "CONF-" AuthCode of AttendeeRecord "-" OutboxToday
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
    move "CONFIRMATION" to OutboxKind of OutboxRecord
    move OutboxToday to OutboxWrittenDate of OutboxRecord
    move LetterFileName to OutboxLetterFile of OutboxRecord
    write OutboxRecord
.

end program ConfirmationLetters.
