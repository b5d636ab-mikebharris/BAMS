
    01 LostPropertyFileName pic x(20) value "lost-property.dat".
    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 CommandLineArgumentCount pic 9 value zero.

    01 DisposalCutoffDate pic 9(8) value zero.

ListOpenLossReport section.
    set ReporterOnFile to false
    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    open input AttendeesFile
    move PropertyAuthCode of LostPropertyRecord to AuthCode of AttendeeRecord
    read AttendeesFile
