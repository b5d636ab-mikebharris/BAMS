        88 NoSuchRecord value "23".

    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    copy DD-ExtractControl.
    copy DD-ExtractFigures.
    01 KidsFileName pic x(20) value "kids.dat".
    01 ShiftsFileName pic x(20) value "shifts.dat".
    01 PitchesFileName pic x(20) value "pitches.dat".

LoadKnownAttendees section.
    move zero to KnownAttendeeCount
    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    perform OpenAttendeeSource
        perform ReadNextAttendee
        perform until EndOfAttendeesFile or KnownAttendeeCount equal to 500
            add 1 to KnownAttendeeCount
            move AuthCode of AttendeeRecord
                to KnownStatus(KnownAttendeeCount)
            move FamilyGroup of AttendeeRecord
                to KnownFamilyGroup(KnownAttendeeCount)
            perform ReadNextAttendee
        end-perform
        if not EndOfAttendeesFile
            display "WARNING: more than 500 attendees - only the first 500 checked"
        end-if
    perform CloseAttendeeSource
.

LookUpAuthCode section.
.

CheckPitchReferences section.
    perform OpenAttendeeSource
        perform ReadNextAttendee
        perform until EndOfAttendeesFile
            if PitchReference of AttendeeRecord not equal to spaces
                set PitchIsKnown to false
                    perform WriteIntegrityException
                end-if
            end-if
            perform ReadNextAttendee
        end-perform
    perform CloseAttendeeSource
.

CheckReceiptsRegister section.
    display ExceptionLine
.

OpenAttendeeSource section.
*> the overnight extract stands in for the live file when there is a
*> current one taken from it; otherwise the live file is read as ever
    move AttendeesFileName to ExtractControlLiveName
    call "AttendeeExtract" using ExtractControl
    if ExtractRefused
        move 8 to return-code
        stop run
    end-if
    if ReadingLiveFile
        move zeroes to AuthCode of AttendeeRecord
        start AttendeesFile key is greater than AuthCode of AttendeeRecord
        open input AttendeesFile
    end-if
.

ReadNextAttendee section.
    if ReadingExtract
        call "ReadAttendeeExtract" using ExtractControl, ExtractFigures,
            AttendeeRecord
        if ExtractControlAtEnd
            set EndOfAttendeesFile to true
        end-if
    else
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
    end-if
.

CloseAttendeeSource section.
    if ReadingExtract
        call "CloseAttendeeExtract"
    else
        close AttendeesFile
    end-if
.

end program IntegrityCheck.
