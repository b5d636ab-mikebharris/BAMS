identification division.
program-id. CheckAttendeesLayout.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional LayoutFile assign to LayoutFileName
            organization is indexed
            access mode is dynamic
            record key is LayoutRecordKey
            file status is LayoutFileStatus.

        select optional LayoutLinesFile assign to LayoutFileName
            organization is line sequential
            file status is LayoutFileStatus.

data division.
file section.
*> declared as long as any layout could be so the one reader can look
*> at a file of any vintage - the length read says what wrote it
    fd LayoutFile
        record is varying in size from 71 to 2000 characters
            depending on LayoutRecordLength.
        01 LayoutRecord.
            88 EndOfLayoutFile value high-values.
            05 LayoutRecordFront pic x(65).
            05 LayoutRecordKey pic x(6).
            05 filler pic x(1929).

    fd LayoutLinesFile
        record is varying in size from 1 to 2000 characters
            depending on LayoutRecordLength.
        01 LayoutLine pic x(2000).
            88 EndOfLayoutLines value high-values.

working-storage section.
    01 LayoutFileStatus pic x(2).
    01 LayoutFileName pic x(40) value spaces.
    01 LayoutRecordLength pic 9(4) value zero.
    01 LongestLine pic 9(4) value zero.
    01 LayoutScan pic 99 value zero.
    01 CurrentLayoutLength pic 9(4) value zero.
    copy DD-LayoutStamp.
    copy DD-Attendee replacing Attendee by ==FreshAttendee==.

linkage section.
    copy DD-LayoutCheck.
    copy DD-Attendee replacing Attendee by ==StampRecordArea==.

procedure division using LayoutCheck.
    perform FindCurrentLayout
    move LayoutCheckFileName to LayoutFileName
    move space to LayoutCheckResult
    move zeroes to LayoutCheckVersion
    move zeroes to LayoutCheckLength
    move "N" to LayoutCheckStampFlag

    if LayoutFileIsLineSequential
        perform CheckLineSequentialFile
    else
        perform CheckIndexedFile
    end-if
    if LayoutFileIsEmpty
        goback
    end-if

    evaluate true
        when LayoutCheckVersion equal to LayoutCurrentVersion
                and LayoutCurrentVersion is greater than zero
            move "C" to LayoutCheckResult
        when LayoutCheckVersion is greater than zero
                and LayoutCheckVersion is less than LayoutCurrentVersion
            move "O" to LayoutCheckResult
        when other
            move "U" to LayoutCheckResult
    end-evaluate

    if not LayoutCheckIsQuiet
        perform ExplainLayoutRefusal
    end-if
    goback
    .

entry "MakeLayoutStampRecord" using LayoutCheck, StampRecordArea.
*> a backup is read straight through from its first line, so the
*> writer puts this record out ahead of the bookings
    perform FindCurrentLayout
    move FreshAttendee to StampRecordArea
    perform FillLayoutStamp
    move LayoutStamp to StampRecordArea(1:71)
    move "C" to LayoutCheckResult
    move LayoutCurrentVersion to LayoutCheckVersion
    move CurrentLayoutLength to LayoutCheckLength
    move "Y" to LayoutCheckStampFlag
    goback
    .

CheckIndexedFile section.
    open input LayoutFile
    if LayoutFileStatus not equal to "00"
*> an optional file not there yet will be written in today's layout
        close LayoutFile
        move "E" to LayoutCheckResult
        exit section
    end-if

*> an indexed file keeps every record at its full length, so the first
*> booking's length says which layout wrote the whole file
    move "000000" to LayoutRecordKey
    start LayoutFile key is greater than LayoutRecordKey
        invalid key set EndOfLayoutFile to true
    end-start
    if not EndOfLayoutFile
        read LayoutFile next record
            at end set EndOfLayoutFile to true
        end-read
    end-if
    if EndOfLayoutFile
        close LayoutFile
        move "E" to LayoutCheckResult
        exit section
    end-if
    move LayoutRecordLength to LayoutCheckLength
    close LayoutFile
    perform FindVersionOfLength
.

CheckLineSequentialFile section.
    open input LayoutLinesFile
    if LayoutFileStatus not equal to "00"
        close LayoutLinesFile
        move "E" to LayoutCheckResult
        exit section
    end-if
    read LayoutLinesFile
        at end set EndOfLayoutLines to true
    end-read
    if EndOfLayoutLines
        close LayoutLinesFile
        move "E" to LayoutCheckResult
        exit section
    end-if
    if LayoutRecordLength is not less than 71
            and LayoutLine(1:25) equal to LayoutStampTag
            and LayoutLine(66:6) equal to LayoutStampKey
        move LayoutLine(1:71) to LayoutStamp
        move "Y" to LayoutCheckStampFlag
        move LayoutStampVersion to LayoutCheckVersion
        move LayoutStampLength to LayoutCheckLength
        close LayoutLinesFile
        exit section
    end-if

*> trailing spaces do not survive a line sequential write, so no one
*> line can be trusted - the longest line in the file is the nearest
*> there is, and the shortest layout that holds it is the one taken
    move zero to LongestLine
    perform until EndOfLayoutLines
        if LayoutRecordLength is greater than LongestLine
            move LayoutRecordLength to LongestLine
        end-if
        read LayoutLinesFile
            at end set EndOfLayoutLines to true
        end-read
    end-perform
    close LayoutLinesFile
    move LongestLine to LayoutCheckLength
    perform varying LayoutScan from AttendeeLayoutCount by -1
        until LayoutScan is less than 1
        if AttendeeLayoutLength(LayoutScan) is not less than LongestLine
            move LayoutScan to LayoutCheckVersion
        end-if
    end-perform
    if LayoutCheckVersion is greater than zero
        move AttendeeLayoutLength(LayoutCheckVersion) to LayoutCheckLength
    end-if
.

FindVersionOfLength section.
    perform varying LayoutScan from 1 by 1
        until LayoutScan is greater than AttendeeLayoutCount
        if AttendeeLayoutLength(LayoutScan) equal to LayoutCheckLength
            move LayoutScan to LayoutCheckVersion
        end-if
    end-perform
.

FindCurrentLayout section.
    move length of FreshAttendee to CurrentLayoutLength
    move zeroes to LayoutCurrentVersion
    perform varying LayoutScan from 1 by 1
        until LayoutScan is greater than AttendeeLayoutCount
        if AttendeeLayoutLength(LayoutScan) equal to CurrentLayoutLength
            move LayoutScan to LayoutCurrentVersion
        end-if
    end-perform
.

FillLayoutStamp section.
    move LayoutCurrentVersion to LayoutStampVersion
    move CurrentLayoutLength to LayoutStampLength
    accept LayoutStampDate from date yyyymmdd
.

ExplainLayoutRefusal section.
    evaluate true
        when LayoutIsCurrent
            continue
        when LayoutCurrentVersion equal to zeroes
            display "The attendee record is " CurrentLayoutLength
                " bytes but that length is not in the layout table"
            display "Add it to DD-LayoutStamp before running anything"
        when LayoutIsOlder
            display trim(LayoutCheckFileName) " was written with attendee layout "
                LayoutCheckVersion " (" LayoutCheckLength " bytes a record)"
            display "This program reads layout " LayoutCurrentVersion
                " - convert it first:"
            display "    ConvertAttendees " trim(LayoutCheckFileName) " <new file>"
        when other
            display trim(LayoutCheckFileName)
                " is not an attendee file this system can read (layout "
                LayoutCheckVersion ", " LayoutCheckLength " bytes a record)"
    end-evaluate
.

end program CheckAttendeesLayout.
