identification division.
program-id. ConvertAttendees.

environment division.
    configuration section.
        repository.
            function all intrinsic.

input-output section.
file-control.
    select optional OldFile assign to OldFileName
        organization is indexed
        access mode is dynamic
        record key is OldRecordKey
        file status is OldFileStatus.

    select optional NewFile assign to NewFileName
        organization is indexed
        access mode is dynamic
        record key is AuthCode of NewRecord
        file status is NewFileStatus.

    select optional OldLinesFile assign to OldFileName
        organization is line sequential
        file status is OldFileStatus.

    select NewLinesFile assign to NewFileName
        organization is line sequential
        file status is NewFileStatus.

    select optional BackupCatalogFile assign to BackupCatalogFileName
        organization is line sequential.

    select optional ArchiveCatalogFile assign to ArchiveCatalogFileName
        organization is line sequential.

data division.
file section.
*> read at whatever length the old layout wrote - fields have only ever
*> been added at the end, so the old bytes are the front of the new
*> record and everything after them takes its starting value
    fd OldFile
        record is varying in size from 71 to 2000 characters
            depending on OldRecordLength.
        01 OldRecord.
            88 EndOfOldFile value high-values.
            05 OldRecordFront pic x(65).
            05 OldRecordKey pic x(6).
            05 filler pic x(1929).

    fd NewFile.
        copy DD-Attendee replacing Attendee by
            ==NewRecord==.

    fd OldLinesFile
        record is varying in size from 1 to 2000 characters
            depending on OldRecordLength.
        01 OldLine pic x(2000).
            88 EndOfOldLines value high-values.

    fd NewLinesFile.
        copy DD-Attendee replacing Attendee by
            ==NewLine==.

    fd BackupCatalogFile.
        copy DD-BackupCatalog replacing BackupCatalogEntry by
            ==BackupCatalogRecord.
            88 EndOfBackupCatalog value high-values==.

    fd ArchiveCatalogFile.
        01 ArchiveCatalogRecord.
            88 EndOfArchiveCatalog value high-values.
            02 CatalogArchiveName pic x(30).
            02 CatalogArchiveDate pic x(8).
            02 CatalogRecordCount pic 9(4).
            02 CatalogArchiveLayout pic 999.

working-storage section.
    01 OldFileStatus pic x(2).
    01 NewFileStatus pic x(2).
    01 OldFileName pic x(40) value spaces.
    01 NewFileName pic x(40) value spaces.
    01 OldRecordLength pic 9(4) value zero.
    01 OldLayoutLength pic 9(4) value zero.
    01 CopyLength pic 9(4) value zero.
    01 BackupCatalogFileName pic x(20) value "backup-catalog.dat".
    01 ArchiveCatalogFileName pic x(20) value "archive-catalog.dat".
    01 CommandLineArgumentCount pic 9 value zero.
    01 ConvertOption pic x(40) value spaces.
    01 LinesOption pic x(10) value spaces.
    01 OldFileOrganisation pic x value "I".
        88 OldFileIsLineSequential value "L".
    01 OldFileBackupFlag pic 9 value 0.
        88 OldFileIsBackup value 1 when set to false is 0.

    copy DD-LayoutCheck.
    copy DD-Attendee replacing Attendee by ==FreshAttendee==.
    copy DD-Attendee replacing Attendee by ==ConvertedAttendee==.

    01 BackupCatalogTable.
        02 BackupCatalogLine pic x(52) occurs 2000 times.
    01 BackupCatalogCount pic 9(4) value zero.
    01 ArchiveCatalogTable.
        02 ArchiveCatalogLine pic x(45) occurs 100 times.
    01 ArchiveCatalogCount pic 999 value zero.
    01 CatalogScan pic 9(4) value zero.
    01 CatalogEntriesChanged pic 9(4) value zero.

    01 RecordsConverted pic 9(5) value zero.
    01 FilesChecked pic 9(4) value zero.
    01 FilesNeedingConversion pic 9(4) value zero.
    01 LayoutDisplay pic x(30) value spaces.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than zero
        accept ConvertOption from argument-value
    end-if
    if ConvertOption equal to "--scan"
        perform ScanCataloguedFiles
        stop run
    end-if
    if CommandLineArgumentCount is less than 1
        display "Usage: ConvertAttendees <old file> <new file> [--lines]"
        display "       ConvertAttendees --scan"
        stop run
    end-if
    move ConvertOption to OldFileName
    if CommandLineArgumentCount is greater than 1
        accept NewFileName from argument-value
    end-if
    if CommandLineArgumentCount is greater than 2
        accept LinesOption from argument-value
    end-if

*> backups and waiting lists are line sequential, everything else is
*> indexed - a catalogued backup is known to be one without being told
    perform LoadCatalogs
    if LinesOption equal to "--lines"
        move "L" to OldFileOrganisation
    end-if
    perform varying CatalogScan from 1 by 1
        until CatalogScan is greater than BackupCatalogCount
        move BackupCatalogLine(CatalogScan) to BackupCatalogRecord
        if CatalogBackupName of BackupCatalogRecord equal to OldFileName
            move "L" to OldFileOrganisation
            set OldFileIsBackup to true
        end-if
    end-perform
    move OldFileOrganisation to LayoutCheckOrganisation

    move OldFileName to LayoutCheckFileName
    set LayoutCheckIsQuiet to true
    call "CheckAttendeesLayout" using LayoutCheck
    evaluate true
        when LayoutFileIsEmpty
            display trim(OldFileName) " holds no bookings - nothing to convert"
            stop run
        when LayoutIsCurrent
            display trim(OldFileName) " is already attendee layout "
                LayoutCheckVersion " - nothing to convert"
            stop run
        when LayoutIsNotKnown
            display trim(OldFileName) " is not an attendee file this system can read"
                " (" LayoutCheckLength " bytes a record) - nothing done"
            stop run
    end-evaluate
    move LayoutCheckLength to OldLayoutLength

    if NewFileName equal to spaces or NewFileName equal to OldFileName
        display trim(OldFileName) " is attendee layout " LayoutCheckVersion
            " - give a new file name to convert it into"
        display "Usage: ConvertAttendees <old file> <new file> [--lines]"
        stop run
    end-if

    move NewFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutFileIsEmpty
        display trim(NewFileName) " already holds bookings - nothing done"
        stop run
    end-if
    move OldFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    display "Converting " trim(OldFileName) " from attendee layout "
        LayoutCheckVersion " to " LayoutCurrentVersion " into " trim(NewFileName)

    if OldFileIsLineSequential
        perform ConvertLines
    else
        perform ConvertBookings
    end-if
    perform RecordLayoutInCatalogs

    display "Bookings converted: " RecordsConverted
    display "Catalog entries now pointing at " trim(NewFileName) ": "
        CatalogEntriesChanged
    display "Keep " trim(OldFileName) " until the new file has been checked"
    stop run.

ConvertBookings section.
    move zero to RecordsConverted
    open output NewFile
    move "000000" to OldRecordKey
    open input OldFile
    start OldFile key is greater than OldRecordKey
        invalid key set EndOfOldFile to true
    end-start
    if not EndOfOldFile
        read OldFile next record
            at end set EndOfOldFile to true
        end-read
    end-if
    perform until EndOfOldFile
        move OldRecordLength to OldLayoutLength
        move OldRecord to OldLine
        perform BuildConvertedAttendee
        move ConvertedAttendee to NewRecord
        write NewRecord
            invalid key
                display "Could not convert " AuthCode of NewRecord
                    " - status " NewFileStatus
            not invalid key
                add 1 to RecordsConverted
        end-write
        read OldFile next record
            at end set EndOfOldFile to true
        end-read
    end-perform
    close OldFile
    close NewFile
.

ConvertLines section.
*> a backup copy is stamped on its first line, so the layout goes with
*> it - a waiting list is read as bookings from the top and stays bare
    move zero to RecordsConverted
    open output NewLinesFile
    if OldFileIsBackup
        call "MakeLayoutStampRecord" using LayoutCheck, NewLine
        write NewLine
    end-if
    open input OldLinesFile
        read OldLinesFile
            at end set EndOfOldLines to true
        end-read
        perform until EndOfOldLines
            if OldLine(66:6) not equal to "000000"
                perform BuildConvertedAttendee
                write NewLine from ConvertedAttendee
                add 1 to RecordsConverted
            end-if
            read OldLinesFile
                at end set EndOfOldLines to true
            end-read
        end-perform
    close OldLinesFile
    close NewLinesFile
.

BuildConvertedAttendee section.
*> the old record is taken at its full layout length - a line that lost
*> its trailing spaces gets them back - and the fields added since keep
*> the values a new booking would start with
    move OldRecordLength to CopyLength
    if CopyLength is greater than OldLayoutLength
        move OldLayoutLength to CopyLength
    end-if
    if CopyLength is greater than length of ConvertedAttendee
        move length of ConvertedAttendee to CopyLength
    end-if
    move FreshAttendee to ConvertedAttendee
    move spaces to ConvertedAttendee(1:OldLayoutLength)
    move OldLine(1:CopyLength) to ConvertedAttendee(1:CopyLength)
.

RecordLayoutInCatalogs section.
*> a converted backup or archive takes over its old entry in the
*> catalog, so RestoreAttendee and the archive enquiry find the new file
    move zero to CatalogEntriesChanged
    perform LoadCatalogs
    perform varying CatalogScan from 1 by 1
        until CatalogScan is greater than BackupCatalogCount
        move BackupCatalogLine(CatalogScan) to BackupCatalogRecord
        if CatalogBackupName of BackupCatalogRecord equal to OldFileName
            move NewFileName to CatalogBackupName of BackupCatalogRecord
            move LayoutCurrentVersion to CatalogBackupLayout of BackupCatalogRecord
            move BackupCatalogRecord to BackupCatalogLine(CatalogScan)
            add 1 to CatalogEntriesChanged
        end-if
    end-perform
    perform varying CatalogScan from 1 by 1
        until CatalogScan is greater than ArchiveCatalogCount
        move ArchiveCatalogLine(CatalogScan) to ArchiveCatalogRecord
        if CatalogArchiveName equal to OldFileName
            move NewFileName to CatalogArchiveName
            move LayoutCurrentVersion to CatalogArchiveLayout
            move ArchiveCatalogRecord to ArchiveCatalogLine(CatalogScan)
            add 1 to CatalogEntriesChanged
        end-if
    end-perform
    if CatalogEntriesChanged is greater than zero
        perform SaveCatalogs
    end-if
.

ScanCataloguedFiles section.
*> every file the system knows of, with the layout it was written in;
*> the catalogs are brought up to date as each one is looked at
    move zero to FilesChecked
    move zero to FilesNeedingConversion
    display "Attendee file layouts"
    perform LoadCatalogs

    move "I" to LayoutCheckOrganisation
    move "attendees.dat" to LayoutCheckFileName
    perform ScanOneFile
    move "L" to LayoutCheckOrganisation
    move "waiting-list.dat" to LayoutCheckFileName
    perform ScanOneFile

    move "L" to LayoutCheckOrganisation
    perform varying CatalogScan from 1 by 1
        until CatalogScan is greater than BackupCatalogCount
        move BackupCatalogLine(CatalogScan) to BackupCatalogRecord
        move CatalogBackupName of BackupCatalogRecord to LayoutCheckFileName
        perform ScanOneFile
        if LayoutCheckVersion is greater than zero
            move LayoutCheckVersion to CatalogBackupLayout of BackupCatalogRecord
            move BackupCatalogRecord to BackupCatalogLine(CatalogScan)
        end-if
    end-perform
    move "I" to LayoutCheckOrganisation
    perform varying CatalogScan from 1 by 1
        until CatalogScan is greater than ArchiveCatalogCount
        move ArchiveCatalogLine(CatalogScan) to ArchiveCatalogRecord
        move CatalogArchiveName to LayoutCheckFileName
        perform ScanOneFile
        if LayoutCheckVersion is greater than zero
            move LayoutCheckVersion to CatalogArchiveLayout
            move ArchiveCatalogRecord to ArchiveCatalogLine(CatalogScan)
        end-if
    end-perform
    perform SaveCatalogs

    display FilesChecked " files looked at, " FilesNeedingConversion
        " need converting - this system reads layout " LayoutCurrentVersion
.

ScanOneFile section.
    set LayoutCheckIsQuiet to true
    call "CheckAttendeesLayout" using LayoutCheck
    add 1 to FilesChecked
    evaluate true
        when LayoutFileIsEmpty
            move "empty or missing" to LayoutDisplay
        when LayoutIsCurrent
            move "current" to LayoutDisplay
        when LayoutIsOlder
            move "OLD - convert it" to LayoutDisplay
            add 1 to FilesNeedingConversion
        when other
            move "NOT AN ATTENDEE FILE" to LayoutDisplay
    end-evaluate
    display "  " LayoutCheckFileName(1:30) " layout " LayoutCheckVersion
        " " LayoutDisplay
.

LoadCatalogs section.
    move zero to BackupCatalogCount
    open input BackupCatalogFile
        read BackupCatalogFile
            at end set EndOfBackupCatalog to true
        end-read
        perform until EndOfBackupCatalog or BackupCatalogCount equal to 2000
            add 1 to BackupCatalogCount
            move BackupCatalogRecord to BackupCatalogLine(BackupCatalogCount)
            read BackupCatalogFile
                at end set EndOfBackupCatalog to true
            end-read
        end-perform
    close BackupCatalogFile

    move zero to ArchiveCatalogCount
    open input ArchiveCatalogFile
        read ArchiveCatalogFile
            at end set EndOfArchiveCatalog to true
        end-read
        perform until EndOfArchiveCatalog or ArchiveCatalogCount equal to 100
            add 1 to ArchiveCatalogCount
            move ArchiveCatalogRecord to ArchiveCatalogLine(ArchiveCatalogCount)
            read ArchiveCatalogFile
                at end set EndOfArchiveCatalog to true
            end-read
        end-perform
    close ArchiveCatalogFile
.

SaveCatalogs section.
    if BackupCatalogCount is greater than zero
        open output BackupCatalogFile
        perform varying CatalogScan from 1 by 1
            until CatalogScan is greater than BackupCatalogCount
            move BackupCatalogLine(CatalogScan) to BackupCatalogRecord
            write BackupCatalogRecord
        end-perform
        close BackupCatalogFile
    end-if
    if ArchiveCatalogCount is greater than zero
        open output ArchiveCatalogFile
        perform varying CatalogScan from 1 by 1
            until CatalogScan is greater than ArchiveCatalogCount
            move ArchiveCatalogLine(CatalogScan) to ArchiveCatalogRecord
            write ArchiveCatalogRecord
        end-perform
        close ArchiveCatalogFile
    end-if
.

end program ConvertAttendees.
