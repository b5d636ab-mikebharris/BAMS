    01 QualsFileName pic x(20) value "quals.dat".
    01 StationRulesFileName pic x(20) value "station-quals.cfg".
    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 CommandLineArgumentCount pic 9 value zero.
    01 RunOption pic x(10) value spaces.
    01 AuthCodeWanted pic x(6) value spaces.
LookUpHolder section.
    set HolderIsOnFile to false
    move spaces to HolderName
    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    open input AttendeesFile
    move AuthCodeWanted to AuthCode of AttendeeRecord
    read AttendeesFile
