    01 AttendeesFileName pic x(20) value "attendees.dat".
    01 ClamsFileName pic x(30) value "clams_export.csv".
    01 CommandLineArgumentCount pic 9 value zero.
    copy DD-LayoutCheck.

linkage section.
    01 CustomAttendeesFileName pic x(20) value spaces.

    display "CLAMS pitch feed from " function trim(AttendeesFileName)
        " to " function trim(ClamsFileName)
*> the run-book runs this unattended - an old-layout file is refused
*> before the last good feed is overwritten, and the job shows as failed
    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        display "CLAMS pitch feed not written - " function trim(ClamsFileName)
            " left as it was"
        move 8 to return-code
        goback
    end-if
    move zero to CountOfLinesProcessed
    open output ClamsFile
    write ClamsFileOutputLine from
