        88 NoSuchRecord value "23".

    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 PitchesFileName pic x(20) value "pitches.dat".
    01 CommandLineArgumentCount pic 9 value zero.

    01 UnallocatedCount pic 999 value zero.
    01 MismatchOnRecord pic 9 value 0.
        88 PitchDoesNotSuit value 1 when set to false is 0.
    01 NotesShown pic 999 value zero.
    01 NotesShownDisplay pic zz9.

    copy DD-FieldAccess.

procedure division.
    accept CommandLineArgumentCount from argument-number
    display "Accessibility needs - pre-camp walk-the-route list"
    display "=================================================="

*> the needs flags are for the site crew; the free-text notes are
*> medical and only shown to an operator allowed to see them
    accept FieldAccessOperatorId from environment "BAMS_OPERATOR"
    move "AccessibilityReport" to FieldAccessProgram
    call "FieldAccess" using FieldAccess

    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
    display "Attendees with declared needs: " NeedsListed
    display "On a pitch that does not suit: " UnsuitableCount
    display "Not yet allocated a pitch:     " UnallocatedCount
    if NotesShown is greater than zero
        move NotesShown to NotesShownDisplay
        move spaces to FieldAccessDetail
        string "access notes " trim(NotesShownDisplay) " bookings"
            delimited by size into FieldAccessDetail
        end-string
        call "LogUnmaskedView" using FieldAccess
    end-if
    stop run.

ListAttendeeWithNeeds section.
    end-if
    display spaces
    if AccessibilityNotes of AttendeeRecord not equal to spaces
        if MedicalFieldsVisible
            display "  notes: " trim(AccessibilityNotes of AttendeeRecord)
            add 1 to NotesShown
        else
            display "  notes: on file - see first aid"
        end-if
    end-if

    if PitchReference of AttendeeRecord equal to spaces
