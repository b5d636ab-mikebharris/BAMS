identification division.
program-id. ChangeRequestImport.

environment division.
    configuration section.
        repository.
            function all intrinsic.

input-output section.
file-control.
    select WebChangesFile assign to WebChangesFileName
        organization is line sequential
        file status is WebChangesStatus.

    select optional AttendeesFile assign to AttendeesFileName
        organization is indexed
        access mode is dynamic
        record key is AuthCode of AttendeeRecord
        file status is AttendeeStatus.

    select optional ChangeRequestsFile assign to ChangeRequestsFileName
        organization is line sequential.

    select optional HeldChangesFile assign to HeldChangesFileName
        organization is line sequential.

data division.
file section.
    fd WebChangesFile.
        01 WebChangeLine pic x(200).
            88 EndOfWebChangesFile value high-values.

    fd AttendeesFile is global.
        copy DD-Attendee replacing Attendee by
            ==AttendeeRecord is global.
            88 EndOfAttendeesFile value high-values==.

    fd ChangeRequestsFile.
        copy DD-ChangeRequest replacing ChangeRequest by
            ==ChangeRequestRecord.
            88 EndOfChangeRequestsFile value high-values==.

    fd HeldChangesFile.
        01 HeldChangeLine pic x(255).

working-storage section.
    01 AttendeeStatus   pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
    01 WebChangesStatus pic x(2).
        88 WebChangesFileOpened value "00".

    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 WebChangesFileName pic x(30) value "web-changes.txt".
    01 ChangeRequestsFileName pic x(20) value "change-requests.dat".
    01 HeldChangesFileName pic x(20) value "held-changes.txt".
    01 CommandLineArgumentCount pic 9 value zero.

*> the website sends Field|OldValue|NewValue|AuthCode - a bar, not a
*> comma, because diets and medical notes are full of commas
    01 WebChangeTokens.
        02 WebFieldToken pic x(25) value spaces.
        02 WebOldValueToken pic x(60) value spaces.
        02 WebNewValueToken pic x(60) value spaces.
        02 WebAuthCodeToken pic x(6) value spaces.

    01 KnownFieldNames.
        02 filler pic x(25) value "ArrivalDay".
        02 filler pic x(25) value "DepartureDay".
        02 filler pic x(25) value "ArrivalSlot".
        02 filler pic x(25) value "Diet".
        02 filler pic x(25) value "Telephone".
        02 filler pic x(25) value "Email".
        02 filler pic x(25) value "MedicalNotes".
        02 filler pic x(25) value "EmergencyContactName".
        02 filler pic x(25) value "EmergencyContactTelephone".
        02 filler pic x(25) value "VehicleRegistration".
    01 filler redefines KnownFieldNames.
        02 KnownFieldName pic x(25) occurs 10 times.
    01 KnownFieldScan pic 99 value zero.

    01 ChangeRequestsTable.
        02 ChangeRequestEntry pic x(220) occurs 500 times.
    01 ChangeRequestsCount pic 999 value zero.
    01 ChangeRequestScan pic 999 value zero.
    01 HighestChangeNumber pic 9(4) value zero.
    copy DD-ChangeRequest replacing ChangeRequest by ==ChangeWork==.
    copy DD-ChangeRequest replacing ChangeRequest by ==ChangeQueued==.

    01 HeldReason pic x(40) value spaces.
    01 LinesRead pic 9(4) value zero.
    01 ChangesQueued pic 9(4) value zero.
    01 ChangesHeld pic 9(4) value zero.
    01 ChangesAlreadyQueued pic 9(4) value zero.
    01 Today pic x(8) value spaces.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than zero
        accept WebChangesFileName from argument-value
    end-if
    if CommandLineArgumentCount is greater than 1
        accept AttendeesFileName from argument-value
    end-if
    accept Today from date yyyymmdd

    open input WebChangesFile
    if not WebChangesFileOpened
        display "Cannot open " trim(WebChangesFileName) " - status " WebChangesStatus
        display "Usage: ChangeRequestImport [website changes file] [attendees file]"
        stop run
    end-if

    perform LoadChangeRequestsTable
    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    open output HeldChangesFile
    open input AttendeesFile
        read WebChangesFile
            at end set EndOfWebChangesFile to true
        end-read
        perform until EndOfWebChangesFile
            add 1 to LinesRead
            perform QueueOneWebChange
            read WebChangesFile
                at end set EndOfWebChangesFile to true
            end-read
        end-perform
    close AttendeesFile
    close HeldChangesFile
    close WebChangesFile
    perform SaveChangeRequestsTable

    display "Website change lines read:   " LinesRead
    display "Queued for approval:         " ChangesQueued
    display "Already in the queue:        " ChangesAlreadyQueued
    display "Held back (see " trim(HeldChangesFileName) "): " ChangesHeld
    display "Approve or reject them in BAMS under Tools - Website changes"
    stop run.

QueueOneWebChange section.
    if WebChangeLine equal to spaces
        exit section
    end-if
    initialize WebChangeTokens
    unstring WebChangeLine delimited by "|"
        into WebFieldToken, WebOldValueToken, WebNewValueToken, WebAuthCodeToken
    end-unstring
    if upper-case(trim(WebFieldToken)) equal to "FIELD"
        exit section
    end-if

    initialize ChangeWork
    perform varying KnownFieldScan from 1 by 1 until KnownFieldScan is greater than 10
        if upper-case(trim(WebFieldToken))
                equal to upper-case(KnownFieldName(KnownFieldScan))
            move KnownFieldName(KnownFieldScan) to ChangeField of ChangeWork
        end-if
    end-perform
    if not ChangeFieldIsKnown of ChangeWork
        move "not a field the website may change" to HeldReason
        perform HoldWebChange
        exit section
    end-if

    move WebAuthCodeToken to AuthCode of AttendeeRecord
    read AttendeesFile key is AuthCode of AttendeeRecord
        invalid key continue
    end-read
    if not Successful
        move "no booking with that AuthCode" to HeldReason
        perform HoldWebChange
        exit section
    end-if
    if AttendeeCancelled of AttendeeRecord
        move "booking is cancelled" to HeldReason
        perform HoldWebChange
        exit section
    end-if

    move WebAuthCodeToken to ChangeAuthCode of ChangeWork
    move trim(WebOldValueToken) to ChangeOldValue of ChangeWork
    move trim(WebNewValueToken) to ChangeNewValue of ChangeWork
    move Today to ChangeReceivedDate of ChangeWork
    set ChangeIsPending of ChangeWork to true

*> the website resends anything not yet confirmed, so a repeat of a
*> request still waiting is dropped rather than queued twice
    perform varying ChangeRequestScan from 1 by 1
        until ChangeRequestScan is greater than ChangeRequestsCount
        move ChangeRequestEntry(ChangeRequestScan) to ChangeQueued
        if ChangeIsPending of ChangeQueued
                and ChangeAuthCode of ChangeQueued equal to ChangeAuthCode of ChangeWork
                and ChangeField of ChangeQueued equal to ChangeField of ChangeWork
                and ChangeNewValue of ChangeQueued equal to ChangeNewValue of ChangeWork
            add 1 to ChangesAlreadyQueued
            exit section
        end-if
    end-perform

    if ChangeRequestsCount equal to 500
        move "change queue is full" to HeldReason
        perform HoldWebChange
        exit section
    end-if
    add 1 to HighestChangeNumber
    move HighestChangeNumber to ChangeNumber of ChangeWork
    add 1 to ChangeRequestsCount
    move ChangeWork to ChangeRequestEntry(ChangeRequestsCount)
    add 1 to ChangesQueued
.

HoldWebChange section.
    move spaces to HeldChangeLine
    string trim(WebChangeLine) " <- " trim(HeldReason)
        delimited by size into HeldChangeLine
    write HeldChangeLine
    add 1 to ChangesHeld
.

LoadChangeRequestsTable section.
    move zero to ChangeRequestsCount
    move zero to HighestChangeNumber
    open input ChangeRequestsFile
        read ChangeRequestsFile
            at end set EndOfChangeRequestsFile to true
        end-read
        perform until EndOfChangeRequestsFile or ChangeRequestsCount equal to 500
            add 1 to ChangeRequestsCount
            move ChangeRequestRecord to ChangeRequestEntry(ChangeRequestsCount)
            if ChangeNumber of ChangeRequestRecord is greater than HighestChangeNumber
                move ChangeNumber of ChangeRequestRecord to HighestChangeNumber
            end-if
            read ChangeRequestsFile
                at end set EndOfChangeRequestsFile to true
            end-read
        end-perform
    close ChangeRequestsFile
.

SaveChangeRequestsTable section.
    open output ChangeRequestsFile
    perform varying ChangeRequestScan from 1 by 1
        until ChangeRequestScan is greater than ChangeRequestsCount
        move ChangeRequestEntry(ChangeRequestScan) to ChangeRequestRecord
        write ChangeRequestRecord
    end-perform
    close ChangeRequestsFile
.

end program ChangeRequestImport.
