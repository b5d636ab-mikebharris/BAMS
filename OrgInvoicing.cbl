        88 NoSuchRecord value "23".

    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 HistoryModuleInit pic x(30) value spaces.
    01 OrganisationsFileName pic x(20) value "organisations.dat".
    01 InvoicesFileName pic x(20) value "invoices.dat".

    move zero to BlockOutstanding
    move zero to MembersListed
    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
