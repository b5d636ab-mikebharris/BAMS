
working-storage section.
    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 BackupFileName pic x(40) value spaces.
    01 LatestBackupNameFileName pic x(20) value ".latest-backup.tmp".
    01 CommandLineArgumentCount pic 9 value zero.
    display "Reconciling " function trim(AttendeesFileName)
        " against " function trim(BackupFileName)

    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move BackupFileName to LayoutCheckFileName
    set LayoutFileIsLineSequential to true
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    open input AttendeesFile

    move zero to BackupRecordCount
            at end set EndOfBackupFile to true
        end-read
        perform until EndOfBackupFile
*> the layout stamp on the first line is not a booking
            if AuthCode of BackupRecord not equal to "000000"
                add 1 to BackupRecordCount
                move AuthCode of BackupRecord to BackupAuthCode(BackupRecordCount)
                move AuthCode of BackupRecord to AuthCode of AttendeeRecord
                read AttendeesFile key is AuthCode of AttendeeRecord
                    invalid key
                        add 1 to OnlyInBackupCount
                        display "Only in backup - AuthCode " AuthCode of BackupRecord
                            " (" function trim(AttendeeName of BackupRecord) ")"
                end-read
            end-if
            read BackupFile
                at end set EndOfBackupFile to true
            end-read
