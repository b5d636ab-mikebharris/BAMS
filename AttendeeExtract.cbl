identification division.
program-id. AttendeeExtract.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional ExtractFile assign to ExtractFileName
            organization is line sequential
            file status is ExtractFileStatus.

data division.
file section.
    fd ExtractFile.
        01 ExtractLine pic x(2000).
            88 EndOfExtractFile value high-values.

working-storage section.
    01 ExtractFileName pic x(40) value spaces.
    01 ExtractFileStatus pic x(2).
    01 ExtractFileIsOpen pic 9 value 0.
        88 ExtractIsOpen value 1 when set to false is 0.
    01 StaleOverride pic x value spaces.
        88 StaleExtractAllowed values "Y", "y".
    01 FiguresLength pic 9(4) value zero.
    01 BookingStart pic 9(4) value zero.
    01 BookingLength pic 9(4) value zero.
    01 LayoutScan pic 99 value zero.
    01 CurrentLayoutVersion pic 999 value zero.
    copy DD-LayoutStamp.
    copy DD-Attendee replacing Attendee by ==FreshAttendee==.
*> the first line is looked at before the caller's figures are in play
    copy DD-ExtractFigures replacing leading ==Extract== by ==HeaderCheck==.

*> CBL_CHECK_FILE_EXIST hands back the size and last-written time
    01 LiveFileDetails.
        05 LiveFileSize pic x(8) comp-x.
        05 LiveFileDay pic x comp-x.
        05 LiveFileMonth pic x comp-x.
        05 LiveFileYear pic x(2) comp-x.
        05 LiveFileHour pic x comp-x.
        05 LiveFileMinute pic x comp-x.
        05 LiveFileSecond pic x comp-x.
        05 LiveFileHundredths pic x comp-x.
    01 LiveWrittenStamp pic 9(14) value zero.
    01 ExtractTakenStamp pic 9(14) value zero.

linkage section.
    copy DD-ExtractControl.
    copy DD-ExtractFigures.
    copy DD-Attendee replacing Attendee by ==BookingArea==.

procedure division using ExtractControl.
    move "L" to ExtractControlMode
    move "N" to ExtractControlEndFlag
    if ExtractIsOpen
        close ExtractFile
        set ExtractIsOpen to false
    end-if
    move spaces to ExtractControlFileName
    accept ExtractControlFileName from environment "BAMS_EXTRACT"
    if ExtractControlFileName equal to spaces
        goback
    end-if
    move ExtractControlFileName to ExtractFileName

    open input ExtractFile
    if ExtractFileStatus not equal to "00"
        close ExtractFile
        display "No extract " trim(ExtractFileName) " - run BuildAttendeeExtract"
            " or unset BAMS_EXTRACT"
        move "R" to ExtractControlMode
        goback
    end-if
    set ExtractIsOpen to true
    read ExtractFile
        at end set EndOfExtractFile to true
    end-read
    move ExtractLine(1:length of HeaderCheckFigures) to HeaderCheckFigures
    if EndOfExtractFile or not HeaderCheckLineIsHeader
        display trim(ExtractFileName) " is not an attendee extract"
        perform RefuseExtract
        goback
    end-if

*> an extract of some other file - last year's, a practice file - is
*> no use to this report, which goes to its own file as it always did
    if HeaderCheckLiveFileName not equal to ExtractControlLiveName
        close ExtractFile
        set ExtractIsOpen to false
        goback
    end-if

    perform FindCurrentLayout
    if HeaderCheckLayoutVersion not equal to CurrentLayoutVersion
        display trim(ExtractFileName) " was taken in attendee layout "
            HeaderCheckLayoutVersion " - this program reads layout "
            CurrentLayoutVersion "; take the extract again"
        perform RefuseExtract
        goback
    end-if

    move zeroes to LiveFileDetails
    call "CBL_CHECK_FILE_EXIST" using ExtractControlLiveName, LiveFileDetails
    if return-code equal to zero
        compute LiveWrittenStamp = LiveFileYear * 10000000000
            + LiveFileMonth * 100000000 + LiveFileDay * 1000000
            + LiveFileHour * 10000 + LiveFileMinute * 100 + LiveFileSecond
    else
        move zero to LiveWrittenStamp
    end-if
    move zero to return-code
    move HeaderCheckTakenDate to ExtractTakenStamp(1:8)
    move HeaderCheckTakenTime to ExtractTakenStamp(9:6)
    if LiveWrittenStamp is greater than ExtractTakenStamp
        accept StaleOverride from environment "BAMS_EXTRACT_STALE_OK"
        if StaleExtractAllowed
            display "Warning - " trim(ExtractControlLiveName)
                " has changed since the extract was taken at "
                HeaderCheckTakenDate " " HeaderCheckTakenTime
                " - reading the extract as told"
        else
            display "Refusing " trim(ExtractFileName) " - "
                trim(ExtractControlLiveName) " has changed since it was taken at "
                HeaderCheckTakenDate " " HeaderCheckTakenTime
            display "Take the extract again, or set BAMS_EXTRACT_STALE_OK=Y"
                " to read it anyway"
            perform RefuseExtract
            goback
        end-if
    end-if
    move "X" to ExtractControlMode
    goback
    .

entry "ReadAttendeeExtract" using ExtractControl, ExtractFigures, BookingArea.
    if not ExtractIsOpen
        move "Y" to ExtractControlEndFlag
        goback
    end-if
    read ExtractFile
        at end set EndOfExtractFile to true
    end-read
    if EndOfExtractFile
        move "Y" to ExtractControlEndFlag
        goback
    end-if
    move length of ExtractFigures to FiguresLength
    compute BookingStart = FiguresLength + 1
    move length of BookingArea to BookingLength
    move ExtractLine(1:FiguresLength) to ExtractFigures
    move ExtractLine(BookingStart:BookingLength) to BookingArea
    goback
    .

entry "CloseAttendeeExtract".
    if ExtractIsOpen
        close ExtractFile
        set ExtractIsOpen to false
    end-if
    goback
    .

RefuseExtract section.
    close ExtractFile
    set ExtractIsOpen to false
    move "R" to ExtractControlMode
.

FindCurrentLayout section.
    move zero to CurrentLayoutVersion
    perform varying LayoutScan from 1 by 1
        until LayoutScan is greater than AttendeeLayoutCount
        if AttendeeLayoutLength(LayoutScan) equal to length of FreshAttendee
            move LayoutScan to CurrentLayoutVersion
        end-if
    end-perform
.

end program AttendeeExtract.
