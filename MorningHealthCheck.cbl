identification division.
program-id. MorningHealthCheck.

environment division.
    configuration section.
        repository.
            function all intrinsic.

input-output section.
file-control.
    select optional RunBookStatusFile assign to RunBookStatusFileName
        organization is line sequential.

    select optional ExceptionsFile assign to ExceptionsFileName
        organization is line sequential.

    select optional BackupCatalogFile assign to BackupCatalogFileName
        organization is line sequential.

    select optional BackupFile assign to BackupFileName
        organization is line sequential.

    select optional SaveJournalFile assign to SaveJournalFileName
        organization is line sequential.

    select optional JournalRecoveryFile assign to JournalRecoveryFileName
        organization is line sequential.

    select HealthReportFile assign to HealthReportFileName
        organization is line sequential.

data division.
file section.
    fd RunBookStatusFile.
        01 RunBookStatusLine pic x(100).
            88 EndOfRunBookStatus value high-values.

    fd ExceptionsFile.
        01 ExceptionLine pic x(160).
            88 EndOfExceptions value high-values.

    fd BackupCatalogFile.
        copy DD-BackupCatalog replacing BackupCatalogEntry by
            ==BackupCatalogRecord.
            88 EndOfBackupCatalog value high-values==.

    fd BackupFile.
        copy DD-Attendee replacing Attendee by
            ==BackupRecord.
            88 EndOfBackupFile value high-values==.

    fd SaveJournalFile.
        01 SaveJournalLine pic x(1000).
            88 EndOfSaveJournal value high-values.

    fd JournalRecoveryFile.
        01 JournalRecoveryLine pic x(60).
            88 EndOfJournalRecovery value high-values.

    fd HealthReportFile.
        01 HealthReportLine pic x(120).

working-storage section.
    01 RunBookStatusFileName pic x(20) value "runbook-status.dat".
    01 IntegrityExceptionsFileName pic x(30) value "integrity-exceptions.txt".
    01 QualityExceptionsFileName pic x(30) value "dq-exceptions.txt".
    01 BankExceptionsFileName pic x(30) value "bank-exceptions.txt".
    01 CardExceptionsFileName pic x(30) value "card-exceptions.txt".
    01 ExceptionsFileName pic x(30) value spaces.
    01 BackupCatalogFileName pic x(20) value "backup-catalog.dat".
    01 BackupFileName pic x(30) value spaces.
    01 SaveJournalFileName pic x(20) value "save-journal.dat".
    01 JournalRecoveryFileName pic x(24) value "journal-recovery.log".
    01 HealthReportFileName pic x(60) value spaces.

    01 MailRecipient pic x(60) value spaces.
    01 CommandLineArgumentCount pic 9 value zero.
    01 ReportsFolder pic x(20) value "reports".
    01 ShellCommand pic x(200) value spaces.
    01 UnsafeCharacterTally pic 99 value zero.

    01 TodaysDate pic 9(8) value zero.
    01 YesterdaysDate pic 9(8) value zero.
    01 ReportTime pic x(8) value spaces.

    01 RunBookSteps.
        02 RunBookStep occurs 10 times.
            03 StepName pic x(12) value spaces.
            03 StepOutcome pic x(4) value spaces.
            03 StepRunDate pic x(8) value spaces.
            03 StepRunTime pic x(6) value spaces.
    01 StepCount pic 99 value zero.
    01 StepScan pic 99 value zero.
    01 StepsFailed pic 99 value zero.
    01 StepsNotRun pic 99 value zero.
    01 LastRunDate pic x(8) value spaces.

    01 IntegrityErrors pic 9(5) value zero.
    01 IntegrityWarnings pic 9(5) value zero.
    01 IntegrityNotes pic 9(5) value zero.
    01 QualityExceptions pic 9(5) value zero.
    01 BankUnmatched pic 9(5) value zero.
    01 BankAmbiguous pic 9(5) value zero.
    01 BankOtherExceptions pic 9(5) value zero.
    01 CardNoPosting pic 9(5) value zero.
    01 CardNotSettled pic 9(5) value zero.

    01 CatalogTable.
        02 CatalogSlot occurs 400 times.
            03 CatalogSlotName pic x(30) value spaces.
            03 CatalogSlotStamp pic x(15) value spaces.
            03 CatalogSlotCount pic 9(4) value zero.
    01 CatalogCount pic 999 value zero.
    01 CatalogScan pic 999 value zero.
    01 RecordsInBackup pic 9(4) value zero.
    01 BackupsFailingCheck pic 999 value zero.
    01 VerifiedBackupName pic x(30) value spaces.
    01 VerifiedBackupDate pic 9(8) value zero.
    01 VerifiedBackupAge pic s9(5) value zero.
    01 VerifiedBackupFlag pic 9 value 0.
        88 VerifiedBackupFound value 1 when set to false is 0.

    01 PendingJournalFlag pic 9 value 0.
        88 SaveStillInJournal value 1 when set to false is 0.
    01 JournalReplays pic 99 value zero.
    01 JournalDamaged pic 99 value zero.

    01 ActionTable.
        02 ActionText pic x(110) occurs 30 times value spaces.
    01 ActionCount pic 99 value zero.
    01 ActionWanted pic x(110) value spaces.
    01 ActionNumber pic z9 value zero.

    01 DisplayCount pic zzzz9 value zero.
    01 DisplayAge pic -(4)9 value zero.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount greater than zero
        accept MailRecipient from argument-value
        perform CheckMailRecipientIsSafe
    end-if

    accept TodaysDate from date yyyymmdd
    accept ReportTime from time
    compute YesterdaysDate = date-of-integer(integer-of-date(TodaysDate) - 1)

*> every source is read before anything is written, so the actions can
*> head the report even though they are found along the way
    perform ReadRunBookStatus
    perform CountIntegrityExceptions
    perform CountQualityExceptions
    perform CountBankExceptions
    perform CountCardExceptions
    perform FindNewestVerifiedBackup
    perform CheckSaveJournal

    string
        trim(ReportsFolder) delimited by size
        "/health-check-" delimited by size
        TodaysDate delimited by size
        ".txt" delimited by size
        into HealthReportFileName
    end-string
    move spaces to ShellCommand
    string "mkdir -p " trim(ReportsFolder) delimited by size into ShellCommand
    call "SYSTEM" using ShellCommand

    open output HealthReportFile
        perform WriteActionList
        perform WriteRunBookSection
        perform WriteExceptionsSection
        perform WriteBackupSection
        perform WriteJournalSection
    close HealthReportFile
    display "Health check written to " trim(HealthReportFileName)
        " - " ActionCount " thing(s) to do today"

    if MailRecipient not equal to spaces
        move spaces to ShellCommand
        string
            "mail -s 'BarnCamp morning health check " delimited by size
            TodaysDate delimited by size
            "' " delimited by size
            trim(MailRecipient) delimited by size
            " < " delimited by size
            trim(HealthReportFileName) delimited by size
            into ShellCommand
        end-string
        call "SYSTEM" using ShellCommand
        display "Health check emailed to " trim(MailRecipient)
    end-if

    stop run.

ReadRunBookStatus section.
*> same columns RunBook writes: step, name, outcome, date, time, command
    move zero to StepCount
    open input RunBookStatusFile
        read RunBookStatusFile
            at end set EndOfRunBookStatus to true
        end-read
        perform until EndOfRunBookStatus or StepCount equal to 10
            if RunBookStatusLine not equal to spaces
                add 1 to StepCount
                move RunBookStatusLine(4:12) to StepName(StepCount)
                move RunBookStatusLine(17:4) to StepOutcome(StepCount)
                move RunBookStatusLine(22:8) to StepRunDate(StepCount)
                move RunBookStatusLine(31:6) to StepRunTime(StepCount)
                move StepRunDate(StepCount) to LastRunDate
            end-if
            read RunBookStatusFile
                at end set EndOfRunBookStatus to true
            end-read
        end-perform
    close RunBookStatusFile

    if StepCount equal to zero
        move "No RunBook status - the overnight run has not run; start RunBook"
            to ActionWanted
        perform AddAction
        exit section
    end-if

    perform varying StepScan from 1 by 1 until StepScan is greater than StepCount
        evaluate StepOutcome(StepScan)
            when "FAIL"
                add 1 to StepsFailed
                move spaces to ActionWanted
                string "RunBook step " trim(StepName(StepScan))
                    " FAILED - fix it, then run RunBook --restart"
                    delimited by size into ActionWanted
                perform AddAction
            when "OK  "
            when "SKIP"
                continue
            when other
                add 1 to StepsNotRun
        end-evaluate
    end-perform

*> the status file is rewritten after every step, so its date is when
*> the run last got anywhere
    if LastRunDate is less than YesterdaysDate
        move spaces to ActionWanted
        string "RunBook last ran on " LastRunDate
            " - the overnight run did not happen; check the scheduler"
            delimited by size into ActionWanted
        perform AddAction
    end-if
.

CountIntegrityExceptions section.
    move IntegrityExceptionsFileName to ExceptionsFileName
    open input ExceptionsFile
        read ExceptionsFile
            at end set EndOfExceptions to true
        end-read
        perform until EndOfExceptions
            evaluate ExceptionLine(1:5)
                when "ERROR" add 1 to IntegrityErrors
                when "WARN " add 1 to IntegrityWarnings
                when spaces continue
                when other add 1 to IntegrityNotes
            end-evaluate
            read ExceptionsFile
                at end set EndOfExceptions to true
            end-read
        end-perform
    close ExceptionsFile

    if IntegrityErrors greater than zero
        move IntegrityErrors to DisplayCount
        move spaces to ActionWanted
        string "Integrity check found " trim(DisplayCount)
            " ERROR(s) - see " trim(IntegrityExceptionsFileName)
            delimited by size into ActionWanted
        perform AddAction
    end-if
.

CountQualityExceptions section.
    move QualityExceptionsFileName to ExceptionsFileName
    open input ExceptionsFile
        read ExceptionsFile
            at end set EndOfExceptions to true
        end-read
        perform until EndOfExceptions
            if ExceptionLine not equal to spaces
                add 1 to QualityExceptions
            end-if
            read ExceptionsFile
                at end set EndOfExceptions to true
            end-read
        end-perform
    close ExceptionsFile

    if QualityExceptions greater than zero
        move QualityExceptions to DisplayCount
        move spaces to ActionWanted
        string "Correct " trim(DisplayCount)
            " booking(s) flagged by the data-quality sweep - see "
            trim(QualityExceptionsFileName)
            delimited by size into ActionWanted
        perform AddAction
    end-if
.

CountBankExceptions section.
    move BankExceptionsFileName to ExceptionsFileName
    open input ExceptionsFile
        read ExceptionsFile
            at end set EndOfExceptions to true
        end-read
        perform until EndOfExceptions
            evaluate true
                when ExceptionLine equal to spaces
                    continue
                when ExceptionLine(1:10) equal to "UNMATCHED:"
                    add 1 to BankUnmatched
                when ExceptionLine(1:10) equal to "AMBIGUOUS:"
                    add 1 to BankAmbiguous
                when other
                    add 1 to BankOtherExceptions
            end-evaluate
            read ExceptionsFile
                at end set EndOfExceptions to true
            end-read
        end-perform
    close ExceptionsFile

    if BankUnmatched + BankAmbiguous + BankOtherExceptions greater than zero
        compute DisplayCount = BankUnmatched + BankAmbiguous + BankOtherExceptions
        move spaces to ActionWanted
        string "Match " trim(DisplayCount)
            " bank line(s) by hand - see " trim(BankExceptionsFileName)
            delimited by size into ActionWanted
        perform AddAction
    end-if
.

CountCardExceptions section.
    move CardExceptionsFileName to ExceptionsFileName
    open input ExceptionsFile
        read ExceptionsFile
            at end set EndOfExceptions to true
        end-read
        perform until EndOfExceptions
            evaluate true
                when ExceptionLine(1:11) equal to "NO POSTING:"
                    add 1 to CardNoPosting
                when ExceptionLine(1:12) equal to "NOT SETTLED:"
                    add 1 to CardNotSettled
            end-evaluate
            read ExceptionsFile
                at end set EndOfExceptions to true
            end-read
        end-perform
    close ExceptionsFile

    if CardNoPosting greater than zero
        move CardNoPosting to DisplayCount
        move spaces to ActionWanted
        string "Key " trim(DisplayCount)
            " card settlement(s) with no posting - see "
            trim(CardExceptionsFileName)
            delimited by size into ActionWanted
        perform AddAction
    end-if
    if CardNotSettled greater than zero
        move CardNotSettled to DisplayCount
        move spaces to ActionWanted
        string "Chase " trim(DisplayCount)
            " card instalment(s) never settled - see "
            trim(CardExceptionsFileName)
            delimited by size into ActionWanted
        perform AddAction
    end-if
.

FindNewestVerifiedBackup section.
*> the catalog is appended as backups are taken, so the newest is last;
*> each is checked the way BackupMaint --verify does, newest first, and
*> the first whose record count matches the catalog is the one to trust
    move zero to CatalogCount
    open input BackupCatalogFile
        read BackupCatalogFile
            at end set EndOfBackupCatalog to true
        end-read
        perform until EndOfBackupCatalog
            if CatalogCount is less than 400
                add 1 to CatalogCount
            else
                perform DropOldestCatalogSlot
            end-if
            move CatalogBackupName of BackupCatalogRecord
                to CatalogSlotName(CatalogCount)
            move CatalogBackupStamp of BackupCatalogRecord
                to CatalogSlotStamp(CatalogCount)
            move CatalogBackupCount of BackupCatalogRecord
                to CatalogSlotCount(CatalogCount)
            read BackupCatalogFile
                at end set EndOfBackupCatalog to true
            end-read
        end-perform
    close BackupCatalogFile

    set VerifiedBackupFound to false
    perform varying CatalogScan from CatalogCount by -1
        until CatalogScan is less than 1 or VerifiedBackupFound
        perform CountRecordsInBackup
        if RecordsInBackup equal to CatalogSlotCount(CatalogScan)
            set VerifiedBackupFound to true
            move CatalogSlotName(CatalogScan) to VerifiedBackupName
            move CatalogSlotStamp(CatalogScan)(1:8) to VerifiedBackupDate
        else
            add 1 to BackupsFailingCheck
        end-if
    end-perform

    if not VerifiedBackupFound
        move "No catalogued backup verifies - sort the backups out before any bulk change"
            to ActionWanted
        perform AddAction
        exit section
    end-if

    compute VerifiedBackupAge =
        integer-of-date(TodaysDate) - integer-of-date(VerifiedBackupDate)
    if VerifiedBackupAge greater than 1
        move VerifiedBackupAge to DisplayAge
        move spaces to ActionWanted
        string "Newest good backup is " trim(DisplayAge)
            " days old - make sure a backup is taken before any bulk change"
            delimited by size into ActionWanted
        perform AddAction
    end-if
    if BackupsFailingCheck greater than zero
        move BackupsFailingCheck to DisplayCount
        move spaces to ActionWanted
        string trim(DisplayCount)
            " newer backup(s) do not match the catalog - run BackupMaint --verify"
            delimited by size into ActionWanted
        perform AddAction
    end-if
.

DropOldestCatalogSlot section.
    perform varying CatalogScan from 1 by 1 until CatalogScan equal to 400
        move CatalogSlot(CatalogScan + 1) to CatalogSlot(CatalogScan)
    end-perform
.

CountRecordsInBackup section.
    move CatalogSlotName(CatalogScan) to BackupFileName
    move zero to RecordsInBackup
    open input BackupFile
        read BackupFile
            at end set EndOfBackupFile to true
        end-read
        perform until EndOfBackupFile
*> the layout stamp line is not one of the catalogued records
            if AuthCode of BackupRecord not equal to "000000"
                add 1 to RecordsInBackup
            end-if
            read BackupFile
                at end set EndOfBackupFile to true
            end-read
        end-perform
    close BackupFile
.

CheckSaveJournal section.
*> a journal still holding an intent means a save broke off and BAMS
*> has not been started since to replay it; the recovery log shows the
*> ones already replayed since yesterday morning
    set SaveStillInJournal to false
    open input SaveJournalFile
        read SaveJournalFile
            at end set EndOfSaveJournal to true
        end-read
        if not EndOfSaveJournal and SaveJournalLine(1:6) equal to "INTENT"
            set SaveStillInJournal to true
        end-if
    close SaveJournalFile

    open input JournalRecoveryFile
        read JournalRecoveryFile
            at end set EndOfJournalRecovery to true
        end-read
        perform until EndOfJournalRecovery
            if JournalRecoveryLine(1:8) is greater than or equal to YesterdaysDate
                evaluate JournalRecoveryLine(17:8)
                    when "REPLAYED" add 1 to JournalReplays
                    when "DAMAGED " add 1 to JournalDamaged
                end-evaluate
            end-if
            read JournalRecoveryFile
                at end set EndOfJournalRecovery to true
            end-read
        end-perform
    close JournalRecoveryFile

    if SaveStillInJournal
        move spaces to ActionWanted
        string "A save of " SaveJournalLine(10:6)
            " broke off - start BAMS so the journal replays it"
            delimited by size into ActionWanted
        perform AddAction
    end-if
    if JournalDamaged greater than zero
        move "A damaged save journal was cleared without replay - run ReconcileBackup"
            to ActionWanted
        perform AddAction
    end-if
.

AddAction section.
    if ActionCount is less than 30
        add 1 to ActionCount
        move ActionWanted to ActionText(ActionCount)
    end-if
    move spaces to ActionWanted
.

WriteActionList section.
    move spaces to HealthReportLine
    string "BarnCamp morning health check - " TodaysDate " " ReportTime(1:4)
        delimited by size into HealthReportLine
    write HealthReportLine
    move spaces to HealthReportLine
    write HealthReportLine
    move "DO THIS TODAY" to HealthReportLine
    write HealthReportLine
    move "-------------" to HealthReportLine
    write HealthReportLine
    if ActionCount equal to zero
        move "  Nothing - the overnight run and checks are all clean" to HealthReportLine
        write HealthReportLine
    end-if
    perform varying StepScan from 1 by 1 until StepScan is greater than ActionCount
        move StepScan to ActionNumber
        move spaces to HealthReportLine
        string " " ActionNumber ". " trim(ActionText(StepScan))
            delimited by size into HealthReportLine
        write HealthReportLine
    end-perform
    move spaces to HealthReportLine
    write HealthReportLine
.

WriteRunBookSection section.
    move "Overnight RunBook steps" to HealthReportLine
    write HealthReportLine
    perform varying StepScan from 1 by 1 until StepScan is greater than StepCount
        if StepOutcome(StepScan) equal to spaces
            move "----" to StepOutcome(StepScan)
        end-if
        move spaces to HealthReportLine
        string "  " StepName(StepScan) " "
            StepOutcome(StepScan) "  " StepRunDate(StepScan) " "
            StepRunTime(StepScan)
            delimited by size into HealthReportLine
        write HealthReportLine
    end-perform
    if StepCount equal to zero
        move "  no status recorded" to HealthReportLine
        write HealthReportLine
    end-if
    move spaces to HealthReportLine
    write HealthReportLine
.

WriteExceptionsSection section.
    move "Exceptions" to HealthReportLine
    write HealthReportLine
    move spaces to HealthReportLine
    string "  Integrity check:     " IntegrityErrors " errors, "
        IntegrityWarnings " warnings, " IntegrityNotes " notes"
        delimited by size into HealthReportLine
    write HealthReportLine
    move spaces to HealthReportLine
    string "  Data quality sweep:  " QualityExceptions " bookings flagged"
        delimited by size into HealthReportLine
    write HealthReportLine
    move spaces to HealthReportLine
    string "  Bank statement:      " BankUnmatched " unmatched, "
        BankAmbiguous " ambiguous, " BankOtherExceptions " not posted"
        delimited by size into HealthReportLine
    write HealthReportLine
    move spaces to HealthReportLine
    string "  Card settlements:    " CardNoPosting " with no posting, "
        CardNotSettled " instalments unsettled"
        delimited by size into HealthReportLine
    write HealthReportLine
    move spaces to HealthReportLine
    write HealthReportLine
.

WriteBackupSection section.
    move "Backups" to HealthReportLine
    write HealthReportLine
    move spaces to HealthReportLine
    if VerifiedBackupFound
        move VerifiedBackupAge to DisplayAge
        string "  Newest verified backup: " trim(VerifiedBackupName)
            " - " trim(DisplayAge) " day(s) old"
            delimited by size into HealthReportLine
    else
        string "  No verified backup among " CatalogCount " catalogued"
            delimited by size into HealthReportLine
    end-if
    write HealthReportLine
    move spaces to HealthReportLine
    write HealthReportLine
.

WriteJournalSection section.
    move "Save journal" to HealthReportLine
    write HealthReportLine
    move spaces to HealthReportLine
    if JournalReplays + JournalDamaged equal to zero and not SaveStillInJournal
        move "  No recovery needed" to HealthReportLine
    else
        string "  Recovery needed - " JournalReplays " replayed, "
            JournalDamaged " damaged since yesterday"
            delimited by size into HealthReportLine
    end-if
    write HealthReportLine
    if SaveStillInJournal
        move "  One broken-off save is still waiting in the journal"
            to HealthReportLine
        write HealthReportLine
    end-if
.

CheckMailRecipientIsSafe section.
    move zero to UnsafeCharacterTally
    inspect MailRecipient tallying UnsafeCharacterTally
        for all "'" all ";" all "`" all "$" all "|" all "&"
    if UnsafeCharacterTally greater than zero
        display "Invalid recipient address - rejecting unsafe characters"
        move spaces to MailRecipient
    end-if
.

end program MorningHealthCheck.
