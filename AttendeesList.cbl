        88 NoSuchRecord value "23".

    01 AttendeeFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.

    01 Operation pic 9999 value 9999.
        88 OperationIsExit value 1010.

    initialize ReturnAuthCode
    move zero to RecordCount
    move AttendeeFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
