    01 DestinationFileName pic x(20) value spaces.
    01 EventsRegistryFileName pic x(20) value "events.dat".
    01 WaitingListFileName pic x(20) value "waiting-list.dat".
    copy DD-LayoutCheck.
    01 EditHistoryLine pic x(120) value spaces.
    01 CommandLineArgumentCount pic 9 value zero.
    01 AuthCodeWanted pic x(6) value spaces.
        stop run
    end-if

*> a booking can only move between files of the same layout
    move SourceFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move DestinationFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move WaitingListFileName to LayoutCheckFileName
    set LayoutFileIsLineSequential to true
    call "CheckAttendeesLayout" using LayoutCheck
    set LayoutFileIsIndexed to true
    if not LayoutIsCurrent
        stop run
    end-if

    open input SourceFile
    move AuthCodeWanted to AuthCode of SourceRecord
    read SourceFile
