        record key is AuthCode of AttendeeRecord
        file status is AttendeeStatus.

    select optional CaseNotesFile assign to CaseNotesFileName
        organization is indexed
        access mode is dynamic
        record key is CaseNoteKey of CaseNoteRecord
        file status is CaseNotesStatus.

    select optional KidsFile assign to KidsFileName
        organization is line sequential.

            ==AttendeeRecord is global.
            88 EndOfAttendeesFile value high-values==.

    fd CaseNotesFile.
        copy DD-CaseNote replacing CaseNote by
            ==CaseNoteRecord.
            88 EndOfCaseNotesFile value high-values==.

    fd KidsFile.
        copy DD-Kid replacing Kid by
            ==KidRecord.
        88 NoSuchRecord value "23".

    01 AttendeesFileName pic x(20) value spaces.
    copy DD-LayoutCheck.
    01 KidsFileName pic x(20) value "kids.dat".
    01 CaseNotesFileName pic x(20) value "case-notes.dat".
    01 CaseNotesStatus pic x(2).
    01 KidsHoldFileName pic x(20) value "kids.tmp".
    01 CommandLineArgumentCount pic 9 value zero.
    01 RecordsAnonymised pic 9(4) value zero.
    01 ContactStubsKept pic 9(4) value zero.
    01 KidsAnonymised pic 9(4) value zero.
    01 KidsLeftAlone pic 9(4) value zero.
    01 CaseNotesRemoved pic 9(5) value zero.
    01 ParentInThisFile pic 9 value 0.
        88 ParentIsInThisFile value 1 when set to false is 0.
    01 AnonymiseResponse pic x value space.
    end-if
    accept AttendeesFileName from argument-value

    display "This strips names, contact details, medical notes, diets and case notes from"
    display "every record in " trim(AttendeesFileName)
        " while keeping the money and headcount fields."
    display "Only run it on an event past your retention period. Proceed? (Y/N)"
        stop run
    end-if

    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open i-o AttendeesFile
            move spaces to EmergencyContactTelephone of AttendeeRecord
            move spaces to VehicleRegistration of AttendeeRecord
            move spaces to LiftShareArea of AttendeeRecord
            perform RemoveCaseNotes
            rewrite AttendeeRecord
                invalid key
                    display "Error anonymising " AuthCode of AttendeeRecord
    display "Contact stubs kept (publicity consent): " ContactStubsKept
    display "Kids register anonymised: " KidsAnonymised
    display "Kids of other events kept: " KidsLeftAlone
    display "Case notes removed:       " CaseNotesRemoved
    stop run.

RemoveCaseNotes section.
*> a case note is free text about the person, so nothing in it can be
*> kept once the record is anonymised - the notes go entirely, even for
*> a contact stub, which only ever needed the name and one way in
    open i-o CaseNotesFile
    move AuthCode of AttendeeRecord to CaseNoteAuthCode of CaseNoteRecord
    move zeroes to CaseNoteSequence of CaseNoteRecord
    start CaseNotesFile key is greater than or equal to
            CaseNoteKey of CaseNoteRecord
        invalid key
            set EndOfCaseNotesFile to true
        not invalid key
            read CaseNotesFile next record
                at end set EndOfCaseNotesFile to true
            end-read
    end-start
    perform until EndOfCaseNotesFile
            or CaseNoteAuthCode of CaseNoteRecord not equal to AuthCode of AttendeeRecord
        delete CaseNotesFile record
            invalid key
                display "Error removing a case note for " AuthCode of AttendeeRecord
                    " - status is " CaseNotesStatus
            not invalid key
                add 1 to CaseNotesRemoved
        end-delete
        read CaseNotesFile next record
            at end set EndOfCaseNotesFile to true
        end-read
    end-perform
    close CaseNotesFile
.

AnonymiseKidsRegister section.
*> kids.dat is the one shared register, so only strip children whose
*> parent record lives in the event file being anonymised - children of
