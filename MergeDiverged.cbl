    01 SideAFileName pic x(30) value spaces.
    01 SideBFileName pic x(30) value spaces.
    01 MergedFileName pic x(30) value "attendees-merged.dat".
    copy DD-LayoutCheck.
    01 ReportFileName pic x(20) value "merge-report.txt".
    01 CommandLineArgumentCount pic 9 value zero.

        accept MergedFileName from argument-value
    end-if

*> merging two layouts record by record would compare unlike fields
    move SideAFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move SideBFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if

    open output ReportFile
    move spaces to ReportLine
    string "Divergence merge of " trim(SideAFileName)
