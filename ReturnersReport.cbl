
input-output section.
file-control.
    select optional PersonsFile assign to PersonsFileName
        organization is indexed
        access mode is dynamic
        record key is PersonId of PersonRecord
        file status is PersonsStatus.

    select optional AttendeesFile assign to AttendeesFileName
        organization is indexed

data division.
file section.
    fd PersonsFile.
        copy DD-Person replacing Person by
            ==PersonRecord.
            88 EndOfPersonsFile value high-values==.

    fd AttendeesFile is global.
        copy DD-Attendee replacing Attendee by
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
    01 PersonsStatus pic x(2).

    01 PersonsFileName pic x(20) value "persons.dat".
    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 CommandLineArgumentCount pic 9 value zero.

*> everyone on the person master who has actually come at least once -
*> names and emails upper-cased once here rather than on every compare
    01 PastPeople.
        02 PastPerson occurs 5000 times.
            03 PastPersonId pic 9(6) value zeroes.
            03 PastName pic x(25) value spaces.
            03 PastEmail pic x(40) value spaces.
            03 PastTelephone pic x(14) value spaces.
            03 PastYearsAttended pic 99 value zero.
            03 PastLastYear pic 9(4) value zeroes.
            03 PastCameBack pic 9 value 0.
    01 PastPeopleCount pic 9(4) value zero.
    01 PastScan pic 9(4) value zero.
    01 PastMatch pic 9(4) value zero.
    01 LatestYearOnMaster pic 9(4) value zeroes.
    01 BookingName pic x(25) value spaces.
    01 BookingEmail pic x(40) value spaces.

*> returners by how many years they had already come - 5 covers five
*> or more
    01 ReturnerYearsBreakdown.
        02 ReturnersWithYears pic 999 value zero occurs 5 times.
    01 BreakdownSlot pic 9 value zero.

    01 ThisYearCount pic 999 value zero.
    01 ReturnersCount pic 999 value zero.
    01 NotBackCount pic 9(4) value zero.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than zero
        accept AttendeesFileName from argument-value
    end-if

    perform LoadPastPeople
    if PastPeopleCount equal to zero
        display "Nobody on " trim(PersonsFileName) " has come before"
        display "Usage: ReturnersReport [current attendees file]"
        display "The person master is built by YearEndClose, or PersonMaster --seed"
        stop run
    end-if

    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
        end-perform
    close AttendeesFile

*> only those who came in the latest year on the master are counted as
*> not back - someone who last came years ago is not news
    perform varying PastScan from 1 by 1
        until PastScan is greater than PastPeopleCount
        if PastCameBack(PastScan) equal to zero
                and PastLastYear(PastScan) equal to LatestYearOnMaster
            add 1 to NotBackCount
        end-if
    end-perform

    display "Returning campers report"
    display "========================"
    display "People who have come before:       " PastPeopleCount
    display "Booked this year:                  " ThisYearCount
    display "This year who came before:         " ReturnersCount
    display "  after 1 year:                    " ReturnersWithYears(1)
    display "  after 2 years:                   " ReturnersWithYears(2)
    display "  after 3 years:                   " ReturnersWithYears(3)
    display "  after 4 years:                   " ReturnersWithYears(4)
    display "  after 5 years or more:           " ReturnersWithYears(5)
    display "Came in " LatestYearOnMaster " but not booked:    " NotBackCount
    stop run.

LoadPastPeople section.
    move zero to PastPeopleCount
    move zeroes to LatestYearOnMaster
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
    perform until EndOfPersonsFile or PastPeopleCount equal to 5000
        if PersonYearsAttended of PersonRecord is greater than zero
            add 1 to PastPeopleCount
            move PersonId of PersonRecord to PastPersonId(PastPeopleCount)
            move upper-case(trim(PersonName of PersonRecord))
                to PastName(PastPeopleCount)
            move upper-case(trim(PersonEmail of PersonRecord))
                to PastEmail(PastPeopleCount)
            move PersonTelephone of PersonRecord to PastTelephone(PastPeopleCount)
            move PersonYearsAttended of PersonRecord
                to PastYearsAttended(PastPeopleCount)
            move PersonLastYear of PersonRecord to PastLastYear(PastPeopleCount)
            if PersonLastYear of PersonRecord is greater than LatestYearOnMaster
                move PersonLastYear of PersonRecord to LatestYearOnMaster
            end-if
        end-if
        read PersonsFile next record
            at end set EndOfPersonsFile to true
        end-read
    end-perform
    close PersonsFile
.

CheckIfReturner section.
*> the PersonId link is used when the booking has one, otherwise the same
*> email, or the same name with the same telephone
    move zero to PastMatch
    move upper-case(trim(AttendeeName of AttendeeRecord)) to BookingName
    move upper-case(trim(Email of AttendeeRecord)) to BookingEmail
    perform varying PastScan from 1 by 1
        until PastScan is greater than PastPeopleCount or PastMatch is greater than zero
        if PersonId of AttendeeRecord not equal to zeroes
                and PastPersonId(PastScan) equal to PersonId of AttendeeRecord
            move PastScan to PastMatch
        end-if
    end-perform
    perform varying PastScan from 1 by 1
        until PastScan is greater than PastPeopleCount or PastMatch is greater than zero
        if (BookingEmail not equal to spaces
                and PastEmail(PastScan) equal to BookingEmail)
            or (Telephone of AttendeeRecord not equal to spaces
                and PastName(PastScan) equal to BookingName
                and PastTelephone(PastScan) equal to Telephone of AttendeeRecord)
            move PastScan to PastMatch
        end-if
    end-perform
    if PastMatch equal to zero
        exit section
    end-if

    add 1 to ReturnersCount
    move 1 to PastCameBack(PastMatch)
    if PastYearsAttended(PastMatch) is greater than 4
        move 5 to BreakdownSlot
    else
        move PastYearsAttended(PastMatch) to BreakdownSlot
    end-if
    add 1 to ReturnersWithYears(BreakdownSlot)
.

end program ReturnersReport.
