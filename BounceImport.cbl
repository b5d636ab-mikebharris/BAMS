identification division.
program-id. BounceImport.

environment division.
    configuration section.
        repository.
            function all intrinsic.

input-output section.
file-control.
    select BounceFile assign to BounceFileName
        organization is line sequential.

    select optional AttendeesFile assign to AttendeesFileName
        organization is indexed
        access mode is dynamic
        record key is AuthCode of AttendeeRecord
        file status is AttendeeStatus.

    select BadContactsFile assign to BadContactsFileName
        organization is line sequential.

data division.
file section.
    fd BounceFile.
        01 BounceLine pic x(200).
            88 EndOfBounceFile value high-values.

    fd AttendeesFile is global.
        copy DD-Attendee replacing Attendee by
            ==AttendeeRecord is global.
            88 EndOfAttendeesFile value high-values==.

    fd BadContactsFile.
        01 BadContactsLine pic x(100).

working-storage section.
    01 AttendeeStatus   pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".

    01 BounceFileName pic x(30) value spaces.
    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 BadContactsFileName pic x(20) value "bad-contacts.txt".
    01 HistoryModuleInit pic x(30) value spaces.
    01 CommandLineArgumentCount pic 9 value zero.

    01 BounceMessageId pic x(30) value spaces.
    01 BounceAddress pic x(60) value spaces.
    01 BounceReason pic x(60) value spaces.
    01 BounceFoundFlag pic 9 value 0.
        88 BounceRecordFound value 1 when set to false is 0.

    01 EditHistoryLine pic x(120) value spaces.
    01 StampDate pic x(8) value spaces.
    01 StampTime pic x(8) value spaces.

    01 LinesRead pic 999 value zero.
    01 EmailsFlagged pic 999 value zero.
    01 AlreadyFlagged pic 999 value zero.
    01 AddressChangedSince pic 999 value zero.
    01 NoRecordFound pic 999 value zero.
    01 BadContactsListed pic 999 value zero.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is less than 1
        display "Usage: BounceImport <bounce report csv> [attendees file]"
        stop run
    end-if
    accept BounceFileName from argument-value
    if CommandLineArgumentCount is greater than 1
        accept AttendeesFileName from argument-value
    end-if

    call "EditHistory" using HistoryModuleInit
    accept StampDate from date yyyymmdd
    accept StampTime from time

    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    open i-o AttendeesFile
    open input BounceFile
    read BounceFile
        at end set EndOfBounceFile to true
    end-read
    perform until EndOfBounceFile
        perform ProcessBounceLine
        read BounceFile
            at end set EndOfBounceFile to true
        end-read
    end-perform
    close BounceFile
    close AttendeesFile

    perform WriteBadContactsList

    display "Bounce lines read:              " LinesRead
    display "Emails flagged undeliverable:   " EmailsFlagged
    display "Already flagged:                " AlreadyFlagged
    display "Address changed since it bounced: " AddressChangedSince
    display "No record for the bounce:       " NoRecordFound
    display "Bad contact details list: " trim(BadContactsFileName)
        " (" BadContactsListed " people)"
    stop run.

ProcessBounceLine section.
*> the provider's report is message id, address, reason - the message id
*> is the one the letter programs wrote to the outbox, with the
*> AuthCode in positions 6 to 11
    move spaces to BounceMessageId
    move spaces to BounceAddress
    move spaces to BounceReason
    unstring BounceLine
        delimited by ","
        into BounceMessageId, BounceAddress, BounceReason
    end-unstring
    if BounceMessageId equal to spaces
            or upper-case(BounceMessageId(1:7)) equal to "MESSAGE"
        exit section
    end-if
    add 1 to LinesRead

    set BounceRecordFound to false
    if BounceMessageId(5:1) equal to "-" and BounceMessageId(12:1) equal to "-"
        move BounceMessageId(6:6) to AuthCode of AttendeeRecord
        read AttendeesFile record
            key is AuthCode of AttendeeRecord
            invalid key
                continue
            not invalid key
                set BounceRecordFound to true
        end-read
    end-if
    if not BounceRecordFound and BounceAddress not equal to spaces
        perform FindAttendeeByBouncedAddress
    end-if
    if not BounceRecordFound
        add 1 to NoRecordFound
        display "No record for bounce " trim(BounceMessageId) " " trim(BounceAddress)
        exit section
    end-if

*> if they have given us a new address since, the bounce is history
    if BounceAddress not equal to spaces
            and lower-case(trim(Email of AttendeeRecord))
                not equal to lower-case(trim(BounceAddress))
        add 1 to AddressChangedSince
        exit section
    end-if
    if EmailUndeliverable of AttendeeRecord
        add 1 to AlreadyFlagged
        exit section
    end-if

    set EmailUndeliverable of AttendeeRecord to true
    move StampDate to EmailBouncedDate of AttendeeRecord
    move PreferredChannel of AttendeeRecord to ChannelBeforeBounce of AttendeeRecord
    if PrefersEmail of AttendeeRecord
        if Telephone of AttendeeRecord not equal to spaces
            set PrefersSMS of AttendeeRecord to true
        else
            set PrefersPost of AttendeeRecord to true
        end-if
    end-if
    rewrite AttendeeRecord
        invalid key
            display "Error flagging " AuthCode of AttendeeRecord
                " - status is " AttendeeStatus
            exit section
    end-rewrite
    add 1 to EmailsFlagged

    move spaces to EditHistoryLine
    string AuthCode of AttendeeRecord " " StampDate
        " " StampTime(1:6)
        " BOUNCE   Email undeliverable: " trim(BounceReason)
        " - channel " ChannelBeforeBounce of AttendeeRecord
        " -> " PreferredChannel of AttendeeRecord
        delimited by size into EditHistoryLine
    call "AppendHistoryLine" using EditHistoryLine
.

FindAttendeeByBouncedAddress section.
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
        invalid key
            exit section
    end-start
    read AttendeesFile next record
        at end set EndOfAttendeesFile to true
    end-read
    perform until EndOfAttendeesFile or BounceRecordFound
        if lower-case(trim(Email of AttendeeRecord))
                equal to lower-case(trim(BounceAddress))
            set BounceRecordFound to true
        else
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-if
    end-perform
.

WriteBadContactsList section.
*> everyone still coming whose email is dead - the gate asks for a
*> new address as they check in
    open output BadContactsFile
    move "Bad contact details - ask for a current email at the gate"
        to BadContactsLine
    write BadContactsLine
    move all "=" to BadContactsLine
    write BadContactsLine
    move "AuthCode Name                      Arr Bounced  Now Bad email"
        to BadContactsLine
    write BadContactsLine

    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile
            if EmailUndeliverable of AttendeeRecord
                    and not AttendeeCancelled of AttendeeRecord
                add 1 to BadContactsListed
                move spaces to BadContactsLine
                string AuthCode of AttendeeRecord "   "
                    AttendeeName of AttendeeRecord " "
                    ArrivalDay of AttendeeRecord " "
                    EmailBouncedDate of AttendeeRecord " "
                    PreferredChannel of AttendeeRecord "   "
                    trim(Email of AttendeeRecord)
                    delimited by size into BadContactsLine
                write BadContactsLine
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile

    if BadContactsListed equal to zero
        move "  nobody - every email on file is getting through" to BadContactsLine
        write BadContactsLine
    end-if
    close BadContactsFile
.

end program BounceImport.
