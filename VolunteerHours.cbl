identification division.
program-id. VolunteerHours.

environment division.
    configuration section.
        repository.
            function all intrinsic.

input-output section.
file-control.
    select optional AttendeesFile assign to AttendeesFileName
        organization is indexed
        access mode is dynamic
        record key is AuthCode of AttendeeRecord
        file status is AttendeeStatus.

    select optional ShiftAttendanceFile assign to ShiftAttendanceFileName
        organization is line sequential.

    select optional ShiftsFile assign to ShiftsFileName
        organization is line sequential.

    select optional EventDetailsFile assign to EventDetailsFileName
        organization is line sequential.

    select optional EventsRegistryFile assign to EventsRegistryFileName
        organization is line sequential.

    select HoursReportFile assign to HoursReportFileName
        organization is line sequential.

data division.
file section.
    fd AttendeesFile is global.
        copy DD-Attendee replacing Attendee by
            ==AttendeeRecord is global.
            88 EndOfAttendeesFile value high-values==.

    fd ShiftAttendanceFile.
        copy DD-ShiftAttendance replacing ShiftAttendance by
            ==ShiftAttendanceRecord.
            88 EndOfShiftAttendanceFile value high-values==.

    fd ShiftsFile.
        copy DD-Shift replacing Shift by
            ==ShiftRecord.
            88 EndOfShiftsFile value high-values==.

    fd EventDetailsFile.
        copy DD-EventDetails replacing EventDetails by
            ==EventDetailsRecord==.

    fd EventsRegistryFile.
        copy DD-Event replacing Event by
            ==EventRegistryRecord.
            88 EndOfEventsRegistryFile value high-values==.

    fd HoursReportFile.
        01 HoursReportLine pic x(100).

working-storage section.
    01 AttendeeStatus   pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".

    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 ShiftAttendanceFileName pic x(20) value "shift-hours.dat".
    01 ShiftsFileName pic x(20) value "shifts.dat".
    01 EventDetailsFileName pic x(20) value "event-details.dat".
    01 EventsRegistryFileName pic x(20) value "events.dat".
    01 HoursReportFileName pic x(30) value "volunteer-hours.txt".
    01 CommandLineArgumentCount pic 9 value zero.
    01 HoursOption pic x(14) value spaces.
    01 CertificateAuthCode pic x(6) value spaces.
    copy DD-EventDetails.

*> hours and shifts gathered per person from the ledger and the rota,
*> so the attendee file is only read once for the report
    01 VolunteerTable.
        02 VolunteerEntry occurs 500 times.
            03 TableAuthCode pic x(6) value spaces.
            03 TableHoursWorked pic 999v9 value zero.
            03 TableShiftsWorked pic 99 value zero.
            03 TableNoShows pic 99 value zero.
            03 TableShiftsOnRota pic 99 value zero.
    01 VolunteerCount pic 999 value zero.
    01 VolunteerScan pic 999 value zero.
    01 AssigneeSlot pic 9 value zero.
    01 CodeToFind pic x(6) value spaces.

*> event files saved before the hours were kept carry no figure - those
*> events get the usual eight hours
    01 HoursOwed pic 99 value 8.
    01 HoursShort pic 999v9 value zero.
    01 HoursDisplay pic zz9.9.
    01 ShortDisplay pic zz9.9.
    01 VolunteersListed pic 999 value zero.
    01 VolunteersShort pic 999 value zero.
    01 ShortListPassFlag pic 9 value 0.
        88 ListingShortOnly value 1 when set to false is 0.
    01 TicketLabel pic x(9) value spaces.
    01 TodaysDate pic 9(8) value zeroes.
    01 TodaysDateDisplay pic x(10) value spaces.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than zero
        accept HoursOption from argument-value
    end-if
    if HoursOption equal to "--certificate"
        if CommandLineArgumentCount is greater than 1
            accept CertificateAuthCode from argument-value
            move upper-case(CertificateAuthCode) to CertificateAuthCode
        end-if
        if CommandLineArgumentCount is greater than 2
            accept AttendeesFileName from argument-value
        end-if
    else
        if HoursOption not equal to spaces
            move HoursOption to AttendeesFileName
        end-if
    end-if

    perform LoadEventDetails
    perform LoadHoursLedger
    perform LoadRotaAssignments

    if HoursOption equal to "--certificate"
        perform WriteCertificate
    else
        perform WriteHoursReport
        display "Volunteer hours written to " trim(HoursReportFileName)
        display VolunteersListed " on the list - " VolunteersShort
            " volunteer tickets short of " HoursOwed " hours"
    end-if
    stop run.

LoadEventDetails section.
    open input EventDetailsFile
    read EventDetailsFile
        at end
            continue
        not at end
            move EventDetailsRecord to EventDetails
    end-read
    close EventDetailsFile

    open input EventsRegistryFile
        read EventsRegistryFile
            at end set EndOfEventsRegistryFile to true
        end-read
        perform until EndOfEventsRegistryFile
            if trim(EventRegistryDataFile of EventRegistryRecord)
                    equal to trim(AttendeesFileName)
                move EventRegistryName of EventRegistryRecord
                    to EventName of EventDetails
                move EventRegistryVolunteerHours of EventRegistryRecord
                    to VolunteerHoursOwed of EventDetails
            end-if
            read EventsRegistryFile
                at end set EndOfEventsRegistryFile to true
            end-read
        end-perform
    close EventsRegistryFile

    if VolunteerHoursOwed of EventDetails is numeric
        move VolunteerHoursOwed of EventDetails to HoursOwed
    end-if
.

LoadHoursLedger section.
    open input ShiftAttendanceFile
        read ShiftAttendanceFile
            at end set EndOfShiftAttendanceFile to true
        end-read
        perform until EndOfShiftAttendanceFile
            move AttendanceAuthCode of ShiftAttendanceRecord to CodeToFind
            perform FindVolunteerEntry
            if VolunteerScan is greater than zero
                add AttendanceHours of ShiftAttendanceRecord
                    to TableHoursWorked(VolunteerScan)
                if AttendanceNoShow of ShiftAttendanceRecord
                    add 1 to TableNoShows(VolunteerScan)
                else
                    add 1 to TableShiftsWorked(VolunteerScan)
                end-if
            end-if
            read ShiftAttendanceFile
                at end set EndOfShiftAttendanceFile to true
            end-read
        end-perform
    close ShiftAttendanceFile
.

LoadRotaAssignments section.
    open input ShiftsFile
        read ShiftsFile
            at end set EndOfShiftsFile to true
        end-read
        perform until EndOfShiftsFile
            perform varying AssigneeSlot from 1 by 1 until AssigneeSlot is greater than 4
                if ShiftAssignee of ShiftRecord(AssigneeSlot) not equal to spaces
                    move ShiftAssignee of ShiftRecord(AssigneeSlot) to CodeToFind
                    perform FindVolunteerEntry
                    if VolunteerScan is greater than zero
                        add 1 to TableShiftsOnRota(VolunteerScan)
                    end-if
                end-if
            end-perform
            read ShiftsFile
                at end set EndOfShiftsFile to true
            end-read
        end-perform
    close ShiftsFile
.

FindVolunteerEntry section.
*> finds the code in the table, adding it when there is room; leaves
*> VolunteerScan at zero when the table is full
    perform varying VolunteerScan from 1 by 1 until VolunteerScan is greater than VolunteerCount
        if TableAuthCode(VolunteerScan) equal to CodeToFind
            exit section
        end-if
    end-perform
    if VolunteerCount equal to 500
        move zero to VolunteerScan
        exit section
    end-if
    add 1 to VolunteerCount
    move VolunteerCount to VolunteerScan
    move CodeToFind to TableAuthCode(VolunteerScan)
.

WriteHoursReport section.
    accept TodaysDate from date yyyymmdd
    open output HoursReportFile
    move spaces to HoursReportLine
    string "Volunteer hours - " trim(EventName of EventDetails)
        delimited by size into HoursReportLine
    write HoursReportLine
    move all "=" to HoursReportLine
    write HoursReportLine
    move spaces to HoursReportLine
    string "Volunteer tickets owe " HoursOwed " hours each. Run on " TodaysDate
        delimited by size into HoursReportLine
    write HoursReportLine

*> two passes over the attendees: the short list the gate needs before
*> anyone checks out, then everybody's running total
    move spaces to HoursReportLine
    write HoursReportLine
    move "SHORT OF HOURS - volunteer tickets not to check out without a word"
        to HoursReportLine
    write HoursReportLine
    move "AuthCode Name                      Worked  Owed  Short  On rota  No-shows"
        to HoursReportLine
    write HoursReportLine
    set ListingShortOnly to true
    perform ListVolunteers
    if VolunteersShort equal to zero
        move "  (nobody)" to HoursReportLine
        write HoursReportLine
    end-if

    move spaces to HoursReportLine
    write HoursReportLine
    move "ALL VOLUNTEERS AND LEADERS" to HoursReportLine
    write HoursReportLine
    move "AuthCode Name                      Worked  Ticket    On rota  No-shows"
        to HoursReportLine
    write HoursReportLine
    set ListingShortOnly to false
    perform ListVolunteers
    close HoursReportFile
.

ListVolunteers section.
    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile
            if not AttendeeCancelled of AttendeeRecord
                perform ListOneVolunteer
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile
.

ListOneVolunteer section.
    move zero to VolunteerScan
    perform varying VolunteerScan from 1 by 1 until VolunteerScan is greater than VolunteerCount
        if TableAuthCode(VolunteerScan) equal to AuthCode of AttendeeRecord
            exit perform
        end-if
    end-perform
    if VolunteerScan is greater than VolunteerCount
        move zero to VolunteerScan
        if not TicketTypeIsVolunteer of AttendeeRecord
                and not AttendeeRoleIsVolunteer of AttendeeRecord
                and not AttendeeRoleIsLeader of AttendeeRecord
            exit section
        end-if
    end-if

    move zero to HoursShort
    if TicketTypeIsVolunteer of AttendeeRecord
        if VolunteerScan equal to zero
            move HoursOwed to HoursShort
        else
            if TableHoursWorked(VolunteerScan) is less than HoursOwed
                compute HoursShort = HoursOwed - TableHoursWorked(VolunteerScan)
            end-if
        end-if
    end-if

    move spaces to HoursReportLine
    if VolunteerScan equal to zero
        move zero to HoursDisplay
    else
        move TableHoursWorked(VolunteerScan) to HoursDisplay
    end-if
    move HoursShort to ShortDisplay

    if ListingShortOnly
        if HoursShort equal to zero
            exit section
        end-if
        add 1 to VolunteersShort
        if VolunteerScan equal to zero
            string AuthCode of AttendeeRecord "   " AttendeeName of AttendeeRecord " "
                HoursDisplay "   " HoursOwed "  " ShortDisplay "     0        0"
                delimited by size into HoursReportLine
        else
            string AuthCode of AttendeeRecord "   " AttendeeName of AttendeeRecord " "
                HoursDisplay "   " HoursOwed "  " ShortDisplay "    "
                TableShiftsOnRota(VolunteerScan) "       "
                TableNoShows(VolunteerScan)
                delimited by size into HoursReportLine
        end-if
        write HoursReportLine
        exit section
    end-if

    add 1 to VolunteersListed
    if TicketTypeIsVolunteer of AttendeeRecord
        move "volunteer" to TicketLabel
    else
        move "paid" to TicketLabel
    end-if
    if VolunteerScan equal to zero
        string AuthCode of AttendeeRecord "   " AttendeeName of AttendeeRecord " "
            HoursDisplay "   " TicketLabel " 0        0"
            delimited by size into HoursReportLine
    else
        string AuthCode of AttendeeRecord "   " AttendeeName of AttendeeRecord " "
            HoursDisplay "   " TicketLabel " "
            TableShiftsOnRota(VolunteerScan) "       "
            TableNoShows(VolunteerScan)
            delimited by size into HoursReportLine
    end-if
    write HoursReportLine
.

WriteCertificate section.
    if CertificateAuthCode equal to spaces
        display "Usage: VolunteerHours --certificate AUTHCODE [attendees file]"
        exit section
    end-if
    move CertificateAuthCode to AuthCode of AttendeeRecord
    open input AttendeesFile
    read AttendeesFile key is AuthCode of AttendeeRecord
        invalid key
            close AttendeesFile
            display "No attendee with AuthCode " CertificateAuthCode
            exit section
    end-read
    close AttendeesFile

    move CertificateAuthCode to CodeToFind
    perform FindVolunteerEntry
    if VolunteerScan equal to zero or TableHoursWorked(VolunteerScan) equal to zero
        display trim(AttendeeName of AttendeeRecord)
            " has no hours on the ledger - no certificate written"
        exit section
    end-if
    move TableHoursWorked(VolunteerScan) to HoursDisplay
    accept TodaysDate from date yyyymmdd
    string TodaysDate(7:2) "/" TodaysDate(5:2) "/" TodaysDate(1:4)
        delimited by size into TodaysDateDisplay

    move spaces to HoursReportFileName
    string "certificate-" CertificateAuthCode ".txt"
        delimited by size into HoursReportFileName
    open output HoursReportFile
    move spaces to HoursReportLine
    write HoursReportLine
    move "                        CERTIFICATE OF VOLUNTEERING" to HoursReportLine
    write HoursReportLine
    move spaces to HoursReportLine
    write HoursReportLine
    move "This is to thank" to HoursReportLine
    write HoursReportLine
    move spaces to HoursReportLine
    string "        " trim(AttendeeName of AttendeeRecord)
        delimited by size into HoursReportLine
    write HoursReportLine
    move spaces to HoursReportLine
    write HoursReportLine
    move spaces to HoursReportLine
    string "for giving " trim(HoursDisplay) " hours as a volunteer at "
        trim(EventName of EventDetails) delimited by size into HoursReportLine
    write HoursReportLine
    move "on the following shifts:" to HoursReportLine
    write HoursReportLine
    move spaces to HoursReportLine
    write HoursReportLine

    open input ShiftAttendanceFile
        read ShiftAttendanceFile
            at end set EndOfShiftAttendanceFile to true
        end-read
        perform until EndOfShiftAttendanceFile
            if AttendanceAuthCode of ShiftAttendanceRecord equal to CertificateAuthCode
                    and AttendanceHours of ShiftAttendanceRecord is greater than zero
                move AttendanceHours of ShiftAttendanceRecord to ShortDisplay
                move spaces to HoursReportLine
                string "    " AttendanceShiftDay of ShiftAttendanceRecord " "
                    AttendanceShiftSlot of ShiftAttendanceRecord " "
                    AttendanceStation of ShiftAttendanceRecord " "
                    trim(ShortDisplay) " hours"
                    delimited by size into HoursReportLine
                write HoursReportLine
            end-if
            read ShiftAttendanceFile
                at end set EndOfShiftAttendanceFile to true
            end-read
        end-perform
    close ShiftAttendanceFile

    move spaces to HoursReportLine
    write HoursReportLine
    write HoursReportLine
    move "Signed ______________________________   for the organising team"
        to HoursReportLine
    write HoursReportLine
    move spaces to HoursReportLine
    string "Date   " TodaysDateDisplay delimited by size into HoursReportLine
    write HoursReportLine
    close HoursReportFile
    display "Certificate written to " trim(HoursReportFileName)
.

end program VolunteerHours.
