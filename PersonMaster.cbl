identification division.
program-id. PersonMaster.

environment division.
    configuration section.
        repository.
            function all intrinsic.

input-output section.
file-control.
    select optional PersonsFile assign to PersonsFileName
        organization is indexed
        access mode is dynamic
        record key is PersonId of PersonRecord
        file status is PersonsStatus.

    select optional ArchiveCatalogFile assign to ArchiveCatalogFileName
        organization is line sequential.

data division.
file section.
    fd PersonsFile.
        copy DD-Person replacing Person by
            ==PersonRecord.
            88 EndOfPersonsFile value high-values==.

    fd ArchiveCatalogFile.
        01 ArchiveCatalogRecord.
            88 EndOfArchiveCatalogFile value high-values.
            02 CatalogArchiveName pic x(30).
            02 CatalogArchiveDate pic x(8).
            02 CatalogRecordCount pic 9(4).
            02 CatalogArchiveLayout pic 999.

working-storage section.
    01 PersonsStatus pic x(2).
    01 PersonsFileName pic x(20) value "persons.dat".
    01 ArchiveCatalogFileName pic x(20) value "archive-catalog.dat".
    01 CommandLineArgumentCount pic 9 value zero.
    01 MasterOption pic x(10) value spaces.
    01 MasterArgument pic x(30) value spaces.
    01 MasterYearArgument pic x(4) value spaces.

    copy DD-PersonFold.

    01 ArchivesTable.
        02 ArchiveEntry occurs 50 times.
            03 ArchiveEntryName pic x(30).
            03 ArchiveEntryDate pic x(8).
    01 ArchivesCount pic 99 value zero.
    01 ArchiveScan pic 99 value zero.
    01 PersonsOnMaster pic 9(5) value zero.

    01 SearchText pic x(40) value spaces.
    01 SearchLength pic 99 value zero.
    01 SearchSubject pic x(40) value spaces.
    01 MatchTally pic 99 value zero.
    01 PersonsShown pic 999 value zero.
    01 YearScan pic 99 value zero.
    01 HoursDisplay pic zzz9.9.
    01 LifetimeHoursDisplay pic z,zz9.9.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than zero
        accept MasterOption from argument-value
    end-if
    if CommandLineArgumentCount is greater than 1
        accept MasterArgument from argument-value
    end-if
    if CommandLineArgumentCount is greater than 2
        accept MasterYearArgument from argument-value
    end-if

    evaluate MasterOption
        when "--seed"
            perform SeedFromArchives
        when "--fold"
            perform FoldOneFile
        when "--show"
            perform ShowPeople
        when other
            display "Usage: PersonMaster --seed"
            display "       PersonMaster --fold <attendees file> <year>"
            display "       PersonMaster --show <name, email or telephone>"
    end-evaluate
    stop run.

SeedFromArchives section.
*> the archives only hold the bookings - the shift, incident, credit and
*> bursary registers of past years went with them, so a seeded master
*> has attendance, roles and write-offs but no hours for those years.
*> It is done once: after that each YearEndClose keeps it up to date.
    perform CountPersonsOnMaster
    if PersonsOnMaster is greater than zero
        display trim(PersonsFileName) " already holds " PersonsOnMaster
            " people - not seeded again"
        display "Use --fold to add a single year"
        exit section
    end-if

    move zero to ArchivesCount
    open input ArchiveCatalogFile
        read ArchiveCatalogFile
            at end set EndOfArchiveCatalogFile to true
        end-read
        perform until EndOfArchiveCatalogFile or ArchivesCount equal to 50
            add 1 to ArchivesCount
            move CatalogArchiveName to ArchiveEntryName(ArchivesCount)
            move CatalogArchiveDate to ArchiveEntryDate(ArchivesCount)
            read ArchiveCatalogFile
                at end set EndOfArchiveCatalogFile to true
            end-read
        end-perform
    close ArchiveCatalogFile
    if ArchivesCount equal to zero
        display "No archives listed in " trim(ArchiveCatalogFileName)
        exit section
    end-if

*> the catalog is appended at each close, so it is already oldest first
*> and the latest contact details win
    perform varying ArchiveScan from 1 by 1 until ArchiveScan is greater than ArchivesCount
        move ArchiveEntryName(ArchiveScan) to FoldAttendeesFile
        move ArchiveEntryDate(ArchiveScan)(1:4) to FoldYear
        move "N" to FoldSideFilesFlag
        move "N" to FoldStampFlag
        call "FoldYearIntoPersons" using PersonFold
        display trim(ArchiveEntryName(ArchiveScan)) " (" FoldYear "): "
            FoldRecordsRead " bookings, " FoldPersonsMatched " known, "
            FoldPersonsAdded " new"
    end-perform
.

FoldOneFile section.
    if MasterArgument equal to spaces or MasterYearArgument is not numeric
        display "Usage: PersonMaster --fold <attendees file> <year>"
        exit section
    end-if
    move MasterArgument to FoldAttendeesFile
    move MasterYearArgument to FoldYear
    move "N" to FoldSideFilesFlag
    move "N" to FoldStampFlag
    call "FoldYearIntoPersons" using PersonFold
    display trim(FoldAttendeesFile) " (" FoldYear "): "
        FoldRecordsRead " bookings, " FoldPersonsMatched " known, "
        FoldPersonsAdded " new"
.

ShowPeople section.
    if MasterArgument equal to spaces
        display "Usage: PersonMaster --show <name, email or telephone>"
        exit section
    end-if
    move upper-case(trim(MasterArgument)) to SearchText
    move length(trim(MasterArgument)) to SearchLength
    move zero to PersonsShown

    move zeroes to PersonId of PersonRecord
    open input PersonsFile
    start PersonsFile key is greater than PersonId of PersonRecord
        invalid key set EndOfPersonsFile to true
    end-start
    if not EndOfPersonsFile
        read PersonsFile next record
            at end set EndOfPersonsFile to true
        end-read
    end-if
    perform until EndOfPersonsFile
        move zero to MatchTally
        move upper-case(PersonName of PersonRecord) to SearchSubject
        inspect SearchSubject tallying MatchTally for all SearchText(1:SearchLength)
        move upper-case(PersonEmail of PersonRecord) to SearchSubject
        inspect SearchSubject tallying MatchTally for all SearchText(1:SearchLength)
        if trim(PersonTelephone of PersonRecord) equal to trim(MasterArgument)
            add 1 to MatchTally
        end-if
        if MatchTally is greater than zero
            add 1 to PersonsShown
            perform ShowOnePerson
        end-if
        read PersonsFile next record
            at end set EndOfPersonsFile to true
        end-read
    end-perform
    close PersonsFile
    if PersonsShown equal to zero
        display "Nobody on " trim(PersonsFileName) " matches " trim(MasterArgument)
    end-if
.

ShowOnePerson section.
    move PersonVolunteerHours of PersonRecord to LifetimeHoursDisplay
    display spaces
    display "Person " PersonId of PersonRecord ": " trim(PersonName of PersonRecord)
        "  " trim(PersonEmail of PersonRecord) "  " trim(PersonTelephone of PersonRecord)
    display "  Booked " PersonFirstYear of PersonRecord " to "
        PersonLastYear of PersonRecord ", came " PersonYearsAttended of PersonRecord
        " years, volunteered " PersonYearsVolunteering of PersonRecord
        ", led " PersonYearsLeading of PersonRecord
    display "  Volunteer hours " trim(LifetimeHoursDisplay)
        ", incidents " PersonIncidents of PersonRecord
        ", credits " PersonCreditsGranted of PersonRecord
        ", bursaries " PersonBursariesAwarded of PersonRecord
        ", written off " PersonWrittenOff of PersonRecord
    perform varying YearScan from 1 by 1
        until YearScan is greater than PersonYearCount of PersonRecord
        move PersonYearHours of PersonRecord(YearScan) to HoursDisplay
        display "    " PersonYear of PersonRecord(YearScan)
            " " PersonYearAuthCode of PersonRecord(YearScan)
            " role " PersonYearRole of PersonRecord(YearScan)
            " came " PersonYearAttended of PersonRecord(YearScan)
            " hours " HoursDisplay
            " incidents " PersonYearIncidents of PersonRecord(YearScan)
            " credit " PersonYearCredit of PersonRecord(YearScan)
            " bursary " PersonYearBursary of PersonRecord(YearScan)
            " written off " PersonYearWrittenOff of PersonRecord(YearScan)
    end-perform
.

CountPersonsOnMaster section.
    move zero to PersonsOnMaster
    move zeroes to PersonId of PersonRecord
    open input PersonsFile
    start PersonsFile key is greater than PersonId of PersonRecord
        invalid key set EndOfPersonsFile to true
    end-start
    if not EndOfPersonsFile
        read PersonsFile next record
            at end set EndOfPersonsFile to true
        end-read
    end-if
    perform until EndOfPersonsFile
        add 1 to PersonsOnMaster
        read PersonsFile next record
            at end set EndOfPersonsFile to true
        end-read
    end-perform
    close PersonsFile
.

end program PersonMaster.
