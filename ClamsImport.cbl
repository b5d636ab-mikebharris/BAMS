
    01 ClamsReturnFileName pic x(30) value "clams_return.csv".
    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 CommandLineArgumentCount pic 9 value zero.

    01 ReturnAuthCode pic x(10) value spaces.
    display "Reading pitch allocations from " trim(ClamsReturnFileName)
        " into " trim(AttendeesFileName)

    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    open input ClamsReturnFile
    open i-o AttendeesFile
    read ClamsReturnFile
