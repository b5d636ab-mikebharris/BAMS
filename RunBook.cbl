    01 StepStatusScan pic 99 value zero.
    01 RunStampDate pic x(8) value spaces.
    01 RunStampTime pic x(8) value spaces.
    01 ExtractStepWords.
        02 ExtractStepProgram pic x(30) value spaces.
        02 ExtractStepLiveFile pic x(30) value spaces.
        02 ExtractStepFile pic x(40) value spaces.

procedure division.
    accept CommandLineArgumentCount from argument-number
            if JobOutcome(JobNumber) equal to spaces
                move "SKIP" to JobOutcome(JobNumber)
            end-if
            if JobOutcome(JobNumber) equal to "OK  "
                perform ShareExtractWithLaterSteps
            end-if
        else
            perform RunOneStep
        end-if
        exit section
    end-if

*> the extract is taken once the web import has landed, and the steps
*> that only read bookings follow it; reminders write chase dates back
*> to the live file, so they come after the reports
    move 8 to JobCount
    move "BACKUPS" to JobName(1)
    move "BackupMaint --prune" to JobCommand(1)
    move "WEBIMPORT" to JobName(2)
    move "ImportAttendees barncamp-attendees.csv attendees.dat --batch 0"
        to JobCommand(2)
    move "EXTRACT" to JobName(3)
    move "BuildAttendeeExtract attendees.dat attendees-extract.dat"
        to JobCommand(3)
    move "DATAQUALITY" to JobName(4)
    move "DataQualitySweep attendees.dat" to JobCommand(4)
    move "NIGHTLY" to JobName(5)
    move "NightlyReport attendees.dat" to JobCommand(5)
    move "REMINDERS" to JobName(6)
    move "PaymentReminders attendees.dat" to JobCommand(6)
    move "CLAMS" to JobName(7)
    move "ClamsExport attendees.dat clams_export.csv" to JobCommand(7)
*> last, so it lists whatever the night's checks have just raised
    move "TASKS" to JobName(8)
    move "TaskReport tasks.dat" to JobCommand(8)
.

ShareExtractWithLaterSteps section.
*> once the EXTRACT step has run clean, every later step is pointed at
*> the extract it wrote - a report still checks it is current itself
    if JobName(JobNumber) not equal to "EXTRACT"
        exit section
    end-if
    move spaces to ExtractStepWords
    unstring JobCommand(JobNumber) delimited by all space
        into ExtractStepProgram ExtractStepLiveFile ExtractStepFile
    end-unstring
    if ExtractStepFile equal to spaces
        move "attendees-extract.dat" to ExtractStepFile
    end-if
    set environment "BAMS_EXTRACT" to ExtractStepFile
    display "Later steps read the extract " trim(ExtractStepFile)
.

FindStepToRestartFrom section.
    call "SYSTEM" using ShellCommand
    if return-code equal to zero
        move "OK  " to JobOutcome(JobNumber)
        perform ShareExtractWithLaterSteps
    else
        move "FAIL" to JobOutcome(JobNumber)
        set RunHasFailed to true
