    01 ShuttleRunsFileName pic x(20) value "shuttle-runs.dat".
    01 ShuttleBookingsFileName pic x(22) value "shuttle-bookings.dat".
    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 ManifestFileName pic x(30) value spaces.
    01 CommandLineArgumentCount pic 9 value zero.

    add BookingSeats of ShuttleBookingRecord to SeatsOnManifest

    set PassengerOnFile to false
    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    open input AttendeesFile
    move BookingAuthCode of ShuttleBookingRecord to AuthCode of AttendeeRecord
    read AttendeesFile
