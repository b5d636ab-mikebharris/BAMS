    01 SaveArchiveFileName pic x(20) value "save-archive.dat".
    01 RecoveredFileName pic x(24) value "attendees-recovered.dat".
    01 BackupCatalogFileName pic x(20) value "backup-catalog.dat".
    copy DD-LayoutCheck.
    01 CommandLineArgumentCount pic 9 value zero.
    01 CutoffStamp pic x(14) value spaces.
    01 RunOption pic x(10) value spaces.
        end-if
    end-if

*> replaying today's journal onto a backup of another layout would mix
*> two record shapes in the recovered file
    move BackupFileName to LayoutCheckFileName
    set LayoutFileIsLineSequential to true
    call "CheckAttendeesLayout" using LayoutCheck
    set LayoutFileIsIndexed to true
    if not LayoutIsCurrent
        stop run
    end-if

    perform CheckBackupIsCatalogued
    if not BackupIsCatalogued
        display "CAUTION: " trim(BackupFileName)
            at end set EndOfBackupFile to true
        end-read
        perform until EndOfBackupFile
            if AuthCode of BackupRecord not equal to "000000"
                add 1 to BaseRecordsLoaded
            end-if
            read BackupFile
                at end set EndOfBackupFile to true
            end-read
            at end set EndOfBackupFile to true
        end-read
        perform until EndOfBackupFile
*> the layout stamp line is not a booking
            if AuthCode of BackupRecord not equal to "000000"
                move BackupRecord to RecoveredRecord
                write RecoveredRecord
                    invalid key
                        display "Duplicate key in backup for "
                            AuthCode of RecoveredRecord " - kept the first"
                end-write
                add 1 to BaseRecordsLoaded
            end-if
            read BackupFile
                at end set EndOfBackupFile to true
            end-read
