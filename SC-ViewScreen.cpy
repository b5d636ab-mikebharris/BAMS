    03 line 22 column 1 value "Backup File:".
    03 line 22 column 15 from BackupFileName.
    03 line 24 column 1
        value "Commands: F1 Home, F3 Add, F4 Edit, F7 Receipt, F8 Itinerary                  " reverse-video.
    03 line 24 column 78 to Command.
