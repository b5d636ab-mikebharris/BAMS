        88 NoSuchRecord value "23".

    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 PitchesFileName pic x(20) value "pitches.dat".
    01 RegisterFileName pic x(20) value "fire-register.txt".
    01 CommandLineArgumentCount pic 9 value zero.
.

CollectAreasWithGas section.
    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
