identification division.
program-id. FoldYearIntoPersons.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional YearFile assign to YearFileName
            organization is indexed
            access mode is dynamic
            record key is AuthCode of YearRecord
            file status is YearStatus.

        select optional PersonsFile assign to PersonsFileName
            organization is indexed
            access mode is dynamic
            record key is PersonId of PersonRecord
            file status is PersonsStatus.

        select optional ShiftHoursFile assign to ShiftHoursFileName
            organization is line sequential.

        select optional IncidentsFile assign to IncidentsFileName
            organization is line sequential.

        select optional CreditsFile assign to CreditsFileName
            organization is line sequential.

        select optional BursariesFile assign to BursariesFileName
            organization is line sequential.

data division.
file section.
    fd YearFile.
        copy DD-Attendee replacing Attendee by
            ==YearRecord.
            88 EndOfYearFile value high-values==.

    fd PersonsFile.
        copy DD-Person replacing Person by
            ==PersonRecord.
            88 EndOfPersonsFile value high-values==.

    fd ShiftHoursFile.
        copy DD-ShiftAttendance replacing ShiftAttendance by
            ==ShiftHoursRecord.
            88 EndOfShiftHoursFile value high-values==.

    fd IncidentsFile.
        copy DD-Incident replacing Incident by
            ==IncidentRecord.
            88 EndOfIncidentsFile value high-values==.

    fd CreditsFile.
        copy DD-Credit replacing Credit by
            ==CreditRecord.
            88 EndOfCreditsFile value high-values==.

    fd BursariesFile.
        copy DD-Bursary replacing Bursary by
            ==BursaryRecord.
            88 EndOfBursariesFile value high-values==.

working-storage section.
    01 YearStatus pic x(2).
        88 YearRecordFound value "00".
    01 PersonsStatus pic x(2).
        88 PersonFound value "00".
    01 YearFileName pic x(30) value spaces.
    01 PersonsFileName pic x(20) value spaces.
    01 ShiftHoursFileName pic x(20) value spaces.
    01 IncidentsFileName pic x(20) value spaces.
    01 CreditsFileName pic x(20) value spaces.
    01 BursariesFileName pic x(20) value spaces.

*> match keys for everyone already on the master, loaded once so each
*> booking is matched without a pass of the whole file
    01 PersonKeysTable.
        02 PersonKey occurs 5000 times.
            03 KeyPersonId pic 9(6).
            03 KeyName pic x(25).
            03 KeyEmail pic x(40).
            03 KeyTelephone pic x(14).
    01 PersonKeysCount pic 9(4) value zero.
    01 PersonKeyScan pic 9(4) value zero.
    01 HighestPersonId pic 9(6) value zero.
    01 MatchedPersonId pic 9(6) value zero.
    01 BookingName pic x(25) value spaces.
    01 BookingEmail pic x(40) value spaces.

*> the year's side registers added up per AuthCode
    01 SideTallyTable.
        02 SideTally occurs 1000 times.
            03 TallyAuthCode pic x(6).
            03 TallyHours pic 999v9.
            03 TallyIncidents pic 99.
            03 TallyCredit pic 999.
            03 TallyBursary pic 999.
    01 SideTallyCount pic 9(4) value zero.
    01 SideTallyScan pic 9(4) value zero.
    01 SideTallyAt pic 9(4) value zero.
    01 SideAuthCode pic x(6) value spaces.

    01 YearEntry.
        02 EntryYear pic 9(4).
        02 EntryAuthCode pic x(6).
        02 EntryRole pic x.
        02 EntryAttended pic x.
        02 EntryHours pic 999v9.
        02 EntryIncidents pic 99.
        02 EntryCredit pic 999.
        02 EntryBursary pic 999.
        02 EntryWrittenOff pic 999.
    01 YearSlot pic 99 value zero.
    01 YearShift pic 99 value zero.
    01 StampNeededFlag pic 9 value 0.
        88 StampNeeded value 1 when set to false is 0.

    copy DD-LayoutCheck.

linkage section.
    copy DD-PersonFold.

procedure division using PersonFold.
*> folding the same year twice replaces that year's line rather than
*> adding to it, so a re-run after a failed close does no harm
    move FoldAttendeesFile to YearFileName
    move FoldPersonsFile to PersonsFileName
    move FoldShiftHoursFile to ShiftHoursFileName
    move FoldIncidentsFile to IncidentsFileName
    move FoldCreditsFile to CreditsFileName
    move FoldBursariesFile to BursariesFileName
    move zero to FoldRecordsRead
    move zero to FoldPersonsAdded
    move zero to FoldPersonsMatched

    move FoldAttendeesFile to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        goback
    end-if

    perform LoadPersonKeys
    move zero to SideTallyCount
    if FoldReadsSideFiles
        perform TallySideFiles
    end-if

    open i-o PersonsFile
    move zeroes to AuthCode of YearRecord
    if FoldStampsAttendees
        open i-o YearFile
    else
        open input YearFile
    end-if
    start YearFile key is greater than AuthCode of YearRecord
        invalid key set EndOfYearFile to true
    end-start
    if not EndOfYearFile
        read YearFile next record
            at end set EndOfYearFile to true
        end-read
    end-if
    perform until EndOfYearFile
        if AttendeeName of YearRecord not equal to spaces
            add 1 to FoldRecordsRead
            perform FoldOneBooking
        end-if
        read YearFile next record
            at end set EndOfYearFile to true
        end-read
    end-perform
    close YearFile
    close PersonsFile
    goback
    .

FoldOneBooking section.
    perform FindPersonForBooking
    perform BuildYearEntry
    set StampNeeded to false

    if MatchedPersonId equal to zeroes
        add 1 to HighestPersonId
        move HighestPersonId to MatchedPersonId
        initialize PersonRecord
        move MatchedPersonId to PersonId of PersonRecord
        perform CopyContactDetailsToPerson
        perform ApplyYearEntry
        write PersonRecord
            invalid key
                display "Person " MatchedPersonId " could not be added - status "
                    PersonsStatus
        end-write
        perform AddPersonKey
        add 1 to FoldPersonsAdded
    else
        move MatchedPersonId to PersonId of PersonRecord
        read PersonsFile key is PersonId of PersonRecord
            invalid key continue
        end-read
        if not PersonFound
            exit section
        end-if
*> contact details follow the most recent year booked
        if FoldYear is not less than PersonLastYear of PersonRecord
            perform CopyContactDetailsToPerson
        end-if
        perform ApplyYearEntry
        rewrite PersonRecord
            invalid key
                display "Person " MatchedPersonId " could not be updated - status "
                    PersonsStatus
        end-rewrite
        add 1 to FoldPersonsMatched
    end-if

    if PersonId of YearRecord not equal to MatchedPersonId
        move MatchedPersonId to PersonId of YearRecord
        set StampNeeded to true
    end-if
    if FoldStampsAttendees and StampNeeded
        rewrite YearRecord
            invalid key
                display "Could not link " AuthCode of YearRecord " - status " YearStatus
        end-rewrite
    end-if
.

FindPersonForBooking section.
*> a link already on the booking wins; otherwise the same email, or the
*> same name with the same telephone, is taken to be the same person
    move zeroes to MatchedPersonId
    move upper-case(trim(AttendeeName of YearRecord)) to BookingName
    move upper-case(trim(Email of YearRecord)) to BookingEmail
    perform varying PersonKeyScan from 1 by 1
        until PersonKeyScan is greater than PersonKeysCount
        if PersonId of YearRecord not equal to zeroes
                and KeyPersonId(PersonKeyScan) equal to PersonId of YearRecord
            move KeyPersonId(PersonKeyScan) to MatchedPersonId
            exit section
        end-if
    end-perform
    perform varying PersonKeyScan from 1 by 1
        until PersonKeyScan is greater than PersonKeysCount
        if (BookingEmail not equal to spaces
                and KeyEmail(PersonKeyScan) equal to BookingEmail)
            or (Telephone of YearRecord not equal to spaces
                and KeyName(PersonKeyScan) equal to BookingName
                and KeyTelephone(PersonKeyScan) equal to Telephone of YearRecord)
            move KeyPersonId(PersonKeyScan) to MatchedPersonId
            exit section
        end-if
    end-perform
.

BuildYearEntry section.
    initialize YearEntry
    move FoldYear to EntryYear
    move AuthCode of YearRecord to EntryAuthCode
    move AttendeeRole of YearRecord to EntryRole
    if AttendeeArrived of YearRecord or AttendeeDeparted of YearRecord
        move "Y" to EntryAttended
    else
        move "N" to EntryAttended
    end-if
    if BalanceWrittenOff of YearRecord
        move WriteOffAmount of YearRecord to EntryWrittenOff
    end-if
    perform varying SideTallyScan from 1 by 1
        until SideTallyScan is greater than SideTallyCount
        if TallyAuthCode(SideTallyScan) equal to AuthCode of YearRecord
            move TallyHours(SideTallyScan) to EntryHours
            move TallyIncidents(SideTallyScan) to EntryIncidents
            move TallyCredit(SideTallyScan) to EntryCredit
            move TallyBursary(SideTallyScan) to EntryBursary
            exit perform
        end-if
    end-perform
.

CopyContactDetailsToPerson section.
    move AttendeeName of YearRecord to PersonName of PersonRecord
    if Email of YearRecord not equal to spaces
        move Email of YearRecord to PersonEmail of PersonRecord
    end-if
    if Telephone of YearRecord not equal to spaces
        move Telephone of YearRecord to PersonTelephone of PersonRecord
    end-if
    move Diet of YearRecord to PersonDiet of PersonRecord
    move MedicalNotes of YearRecord to PersonMedicalNotes of PersonRecord
    move EmergencyContactName of YearRecord to PersonEmergencyName of PersonRecord
    move EmergencyContactTelephone of YearRecord
        to PersonEmergencyTelephone of PersonRecord
    move AccommodationType of YearRecord to PersonAccommodation of PersonRecord
    move MerchandiseSize of YearRecord to PersonMerchandiseSize of PersonRecord
    move AuthCode of YearRecord to PersonLastAuthCode of PersonRecord
.

ApplyYearEntry section.
    move zero to YearSlot
    perform varying YearShift from 1 by 1
        until YearShift is greater than PersonYearCount of PersonRecord
        if PersonYear of PersonRecord(YearShift) equal to FoldYear
            move YearShift to YearSlot
        end-if
    end-perform

    if YearSlot is greater than zero
        perform TakeYearOutOfLifetime
    else
        if PersonYearCount of PersonRecord is less than 10
            add 1 to PersonYearCount of PersonRecord
        else
*> only ten years are kept in detail - the oldest drops off, its
*> figures stay in the lifetime totals
            perform varying YearShift from 1 by 1 until YearShift is greater than 9
                move PersonYearHistory of PersonRecord(YearShift + 1)
                    to PersonYearHistory of PersonRecord(YearShift)
            end-perform
        end-if
        move PersonYearCount of PersonRecord to YearSlot
    end-if

    move EntryYear to PersonYear of PersonRecord(YearSlot)
    move EntryAuthCode to PersonYearAuthCode of PersonRecord(YearSlot)
    move EntryRole to PersonYearRole of PersonRecord(YearSlot)
    move EntryAttended to PersonYearAttended of PersonRecord(YearSlot)
    move EntryHours to PersonYearHours of PersonRecord(YearSlot)
    move EntryIncidents to PersonYearIncidents of PersonRecord(YearSlot)
    move EntryCredit to PersonYearCredit of PersonRecord(YearSlot)
    move EntryBursary to PersonYearBursary of PersonRecord(YearSlot)
    move EntryWrittenOff to PersonYearWrittenOff of PersonRecord(YearSlot)

    if EntryAttended equal to "Y"
        add 1 to PersonYearsAttended of PersonRecord
        if EntryRole equal to "V"
            add 1 to PersonYearsVolunteering of PersonRecord
        end-if
        if EntryRole equal to "L"
            add 1 to PersonYearsLeading of PersonRecord
        end-if
    end-if
    add EntryHours to PersonVolunteerHours of PersonRecord
    add EntryIncidents to PersonIncidents of PersonRecord
    add EntryCredit to PersonCreditsGranted of PersonRecord
    add EntryBursary to PersonBursariesAwarded of PersonRecord
    add EntryWrittenOff to PersonWrittenOff of PersonRecord

    if PersonFirstYear of PersonRecord equal to zeroes
            or FoldYear is less than PersonFirstYear of PersonRecord
        move FoldYear to PersonFirstYear of PersonRecord
    end-if
    if FoldYear is greater than PersonLastYear of PersonRecord
        move FoldYear to PersonLastYear of PersonRecord
    end-if
.

TakeYearOutOfLifetime section.
    if PersonCameThatYear of PersonRecord(YearSlot)
        subtract 1 from PersonYearsAttended of PersonRecord
        if PersonYearRole of PersonRecord(YearSlot) equal to "V"
            subtract 1 from PersonYearsVolunteering of PersonRecord
        end-if
        if PersonYearRole of PersonRecord(YearSlot) equal to "L"
            subtract 1 from PersonYearsLeading of PersonRecord
        end-if
    end-if
    subtract PersonYearHours of PersonRecord(YearSlot)
        from PersonVolunteerHours of PersonRecord
    subtract PersonYearIncidents of PersonRecord(YearSlot)
        from PersonIncidents of PersonRecord
    subtract PersonYearCredit of PersonRecord(YearSlot)
        from PersonCreditsGranted of PersonRecord
    subtract PersonYearBursary of PersonRecord(YearSlot)
        from PersonBursariesAwarded of PersonRecord
    subtract PersonYearWrittenOff of PersonRecord(YearSlot)
        from PersonWrittenOff of PersonRecord
.

LoadPersonKeys section.
    move zero to PersonKeysCount
    move zero to HighestPersonId
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
        perform AddPersonKey
        read PersonsFile next record
            at end set EndOfPersonsFile to true
        end-read
    end-perform
    close PersonsFile
.

AddPersonKey section.
    if PersonId of PersonRecord is greater than HighestPersonId
        move PersonId of PersonRecord to HighestPersonId
    end-if
    if PersonKeysCount is less than 5000
        add 1 to PersonKeysCount
        move PersonId of PersonRecord to KeyPersonId(PersonKeysCount)
        move upper-case(trim(PersonName of PersonRecord)) to KeyName(PersonKeysCount)
        move upper-case(trim(PersonEmail of PersonRecord)) to KeyEmail(PersonKeysCount)
        move PersonTelephone of PersonRecord to KeyTelephone(PersonKeysCount)
    end-if
.

TallySideFiles section.
    open input ShiftHoursFile
        read ShiftHoursFile
            at end set EndOfShiftHoursFile to true
        end-read
        perform until EndOfShiftHoursFile
            if AttendanceWorked of ShiftHoursRecord
                    or AttendancePartial of ShiftHoursRecord
                move AttendanceAuthCode of ShiftHoursRecord to SideAuthCode
                perform FindSideTally
                if SideTallyAt is greater than zero
                    add AttendanceHours of ShiftHoursRecord to TallyHours(SideTallyAt)
                end-if
            end-if
            read ShiftHoursFile
                at end set EndOfShiftHoursFile to true
            end-read
        end-perform
    close ShiftHoursFile

    open input IncidentsFile
        read IncidentsFile
            at end set EndOfIncidentsFile to true
        end-read
        perform until EndOfIncidentsFile
            move IncidentAuthCode of IncidentRecord to SideAuthCode
            perform FindSideTally
            if SideTallyAt is greater than zero
                add 1 to TallyIncidents(SideTallyAt)
            end-if
            read IncidentsFile
                at end set EndOfIncidentsFile to true
            end-read
        end-perform
    close IncidentsFile

    open input CreditsFile
        read CreditsFile
            at end set EndOfCreditsFile to true
        end-read
        perform until EndOfCreditsFile
            move CreditAuthCode of CreditRecord to SideAuthCode
            perform FindSideTally
            if SideTallyAt is greater than zero
                add CreditAmount of CreditRecord to TallyCredit(SideTallyAt)
            end-if
            read CreditsFile
                at end set EndOfCreditsFile to true
            end-read
        end-perform
    close CreditsFile

    open input BursariesFile
        read BursariesFile
            at end set EndOfBursariesFile to true
        end-read
        perform until EndOfBursariesFile
            if BursaryIsAwarded of BursaryRecord
                move BursaryAuthCode of BursaryRecord to SideAuthCode
                perform FindSideTally
                if SideTallyAt is greater than zero
                    add BursaryAwarded of BursaryRecord to TallyBursary(SideTallyAt)
                end-if
            end-if
            read BursariesFile
                at end set EndOfBursariesFile to true
            end-read
        end-perform
    close BursariesFile
.

FindSideTally section.
    move zero to SideTallyAt
    if SideAuthCode equal to spaces
        exit section
    end-if
    perform varying SideTallyScan from 1 by 1
        until SideTallyScan is greater than SideTallyCount
        if TallyAuthCode(SideTallyScan) equal to SideAuthCode
            move SideTallyScan to SideTallyAt
            exit section
        end-if
    end-perform
    if SideTallyCount is less than 1000
        add 1 to SideTallyCount
        initialize SideTally(SideTallyCount)
        move SideAuthCode to TallyAuthCode(SideTallyCount)
        move SideTallyCount to SideTallyAt
    end-if
.

end program FoldYearIntoPersons.
