identification division.
program-id. BarredListCheck.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional BarredFile assign to BarredFileName
            organization is line sequential.

data division.
file section.
    fd BarredFile.
        copy DD-Barred replacing Barred by
            ==BarredRecord.
            88 EndOfBarredFile value high-values==.

working-storage section.
    01 BarredFileName pic x(20) value "barred.dat".

linkage section.
    01 BarredFileNamePassed pic x(20).
    copy DD-Attendee replacing Attendee by ==CandidateAttendee==.
    copy DD-BarredMatch.

procedure division using BarredFileNamePassed, CandidateAttendee, BarredMatch.
*> one matcher for the gate, the express queue and the web import, so a
*> name that gets through one door cannot slip through another - any
*> single field matching is enough to hold the booking for a human
    initialize BarredMatch
    if BarredFileNamePassed not equal to spaces
        move BarredFileNamePassed to BarredFileName
    end-if

    open input BarredFile
        read BarredFile
            at end set EndOfBarredFile to true
        end-read
        perform until EndOfBarredFile or BarredListHit
            perform MatchCandidateToEntry
            read BarredFile
                at end set EndOfBarredFile to true
            end-read
        end-perform
    close BarredFile
    goback
    .

MatchCandidateToEntry section.
*> blank fields on either side never match, or every walk-up with no
*> car would hit the one entry that has no registration on it
    evaluate true
        when BarredName of BarredRecord not equal to spaces
                and upper-case(trim(BarredName of BarredRecord))
                    equal to upper-case(trim(AttendeeName of CandidateAttendee))
            move "name" to BarredMatchedOn
        when BarredEmail of BarredRecord not equal to spaces
                and upper-case(trim(BarredEmail of BarredRecord))
                    equal to upper-case(trim(Email of CandidateAttendee))
            move "email" to BarredMatchedOn
        when BarredTelephone of BarredRecord not equal to spaces
                and trim(BarredTelephone of BarredRecord)
                    equal to trim(Telephone of CandidateAttendee)
            move "telephone" to BarredMatchedOn
        when BarredVehicle of BarredRecord not equal to spaces
                and upper-case(trim(BarredVehicle of BarredRecord))
                    equal to upper-case(trim(VehicleRegistration of CandidateAttendee))
            move "vehicle" to BarredMatchedOn
        when other
            exit section
    end-evaluate
    set BarredListHit to true
    move BarredRef of BarredRecord to BarredMatchRef
    move BarredReason of BarredRecord to BarredMatchReason
.

end program BarredListCheck.
