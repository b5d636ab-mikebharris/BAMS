        88 NoSuchRecord value "23".

    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    copy DD-ExtractControl.
    copy DD-ExtractFigures.
    01 SnapshotFileName pic x(22) value "snapshot-history.dat".
    01 WaitingListFileName pic x(20) value "waiting-list.dat".
    01 EventsRegistryFileName pic x(20) value "events.dat".
    stop run.

CountBookingsAndMoney section.
    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    perform OpenAttendeeSource
        perform ReadNextAttendee
        perform until EndOfAttendeesFile
            add 1 to SnapshotSignedUp of SnapshotWork
            evaluate true
                    end-evaluate
                end-if
            end-perform
            perform ReadNextAttendee
        end-perform
    perform CloseAttendeeSource
.

CountWaitingList section.
    display "Snapshots on file: " SnapshotsShown
.

OpenAttendeeSource section.
*> the overnight extract stands in for the live file when there is a
*> current one taken from it; otherwise the live file is read as ever
    move AttendeesFileName to ExtractControlLiveName
    call "AttendeeExtract" using ExtractControl
    if ExtractRefused
        move 8 to return-code
        stop run
    end-if
    if ReadingLiveFile
        move zeroes to AuthCode of AttendeeRecord
        start AttendeesFile key is greater than AuthCode of AttendeeRecord
        open input AttendeesFile
    end-if
.

ReadNextAttendee section.
    if ReadingExtract
        call "ReadAttendeeExtract" using ExtractControl, ExtractFigures,
            AttendeeRecord
        if ExtractControlAtEnd
            set EndOfAttendeesFile to true
        end-if
    else
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
    end-if
.

CloseAttendeeSource section.
    if ReadingExtract
        call "CloseAttendeeExtract"
    else
        close AttendeesFile
    end-if
.

end program SnapshotDay.
