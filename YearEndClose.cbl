        record key is HistoryKey of HistoryArchiveRecord
        file status is HistoryArchiveStatus.

    select optional EventDetailsFile assign to EventDetailsFileName
        organization is line sequential.

data division.
file section.
    fd AttendeesFile is global.
            02 CatalogArchiveName pic x(30).
            02 CatalogArchiveDate pic x(8).
            02 CatalogRecordCount pic 9(4).
            02 CatalogArchiveLayout pic 999.

    fd HistoryFile.
        copy DD-History replacing HistoryEntry by
        copy DD-History replacing HistoryEntry by
            ==HistoryArchiveRecord==.

    fd EventDetailsFile.
        copy DD-EventDetails replacing EventDetails by
            ==EventDetailsRecord==.

working-storage section.
    01 AttendeeStatus   pic x(2).
        88 Successful   value "00".
    01 CloseDownResponse pic x value space.
        88 CloseDownConfirmed values "Y", "y".

    01 EventDetailsFileName pic x(20) value "event-details.dat".
    copy DD-EventDetails.
    copy DD-PersonFold.
    copy DD-LayoutCheck.
    01 Today pic x(8) value spaces.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is less than 2
        stop run
    end-if

    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if

    display "This will archive " trim(AttendeesFileName) " to "
        trim(ArchiveFileName) " and leave the live file EMPTY."
    if PurgeModeOn
        stop run
    end-if

    perform FoldYearIntoPersonMaster

    open output ArchiveFile
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    close AttendeesFile

    display spaces
    display "Bookings folded into " trim(FoldPersonsFile) ": " FoldRecordsRead
        " (" FoldPersonsMatched " known, " FoldPersonsAdded " new)"
    display "Records archived: " RecordsArchived
    display "Records purged:   " RecordsPurged
    display "History entries rotated: " HistoryEntriesRotated
    display trim(AttendeesFileName) " is now empty and ready for the next event"
    stop run.

FoldYearIntoPersonMaster section.
*> the year goes onto the person master while the shift, incident,
*> credit and bursary registers still sit beside the live file - once
*> archived they are no longer there to be read. The bookings are
*> stamped with their PersonId so the archive carries the link too.
    open input EventDetailsFile
    read EventDetailsFile
        at end
            continue
        not at end
            move EventDetailsRecord to EventDetails
    end-read
    close EventDetailsFile

    move AttendeesFileName to FoldAttendeesFile
    if EventStartDate of EventDetails is numeric
            and EventStartDate of EventDetails not equal to zeroes
        move EventStartDate of EventDetails(1:4) to FoldYear
    else
        accept Today from date yyyymmdd
        move Today(1:4) to FoldYear
    end-if
    set FoldReadsSideFiles to true
    set FoldStampsAttendees to true
    call "FoldYearIntoPersons" using PersonFold
.

RotateEditHistory section.
*> the season's edit history goes with the season's archive - the live
*> indexed store starts the new year empty so lookups stay instant
    move ArchiveFileName to CatalogArchiveName
    accept CatalogArchiveDate from date yyyymmdd
    move RecordsArchived to CatalogRecordCount
    move LayoutCurrentVersion to CatalogArchiveLayout
    open extend ArchiveCatalogFile
    write ArchiveCatalogRecord
    close ArchiveCatalogFile
