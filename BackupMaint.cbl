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
