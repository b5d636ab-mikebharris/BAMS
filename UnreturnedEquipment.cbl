
    01 HiresFileName pic x(20) value "hires.dat".
    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 CommandLineArgumentCount pic 9 value zero.

    01 UnreturnedCount pic 999 value zero.
    add HireDepositTaken of HireRecord to DepositsHeld

    set HirerOnFile to false
    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    open input AttendeesFile
    move HireAuthCode of HireRecord to AuthCode of AttendeeRecord
    read AttendeesFile
