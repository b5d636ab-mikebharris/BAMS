
working-storage section.
    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 HistoryModuleInit pic x(30) value spaces.
    01 BackupFileName pic x(40) value spaces.
    01 LatestBackupNameFileName pic x(20) value ".latest-backup.tmp".
    display "Restoring " AuthCodeWanted " from " trim(BackupFileName)
        " into " trim(AttendeesFileName)

*> a backup taken before the record last grew would restore its fields
*> into the wrong places
    move BackupFileName to LayoutCheckFileName
    set LayoutFileIsLineSequential to true
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move AttendeesFileName to LayoutCheckFileName
    set LayoutFileIsIndexed to true
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if

    perform FindRecordInBackup
    if not FoundInBackup
        display "AuthCode " AuthCodeWanted " is not in " trim(BackupFileName)
