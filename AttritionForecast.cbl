
    01 ArchiveFileName pic x(30) value spaces.
    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 EventsRegistryFileName pic x(20) value "events.dat".
    01 CommandLineArgumentCount pic 9 value zero.
    01 ArchiveEventStart pic 9(8) value zero.
    accept AttendeesFileName from argument-value
    accept CurrentEventStart from argument-value

    move ArchiveFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    perform MineArchiveRates
    perform ProfileCurrentBookings
    perform FindEventCapacity
.

ProfileCurrentBookings section.
    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
