identification division.
program-id. HazardReport.

environment division.
    configuration section.
        repository.
            function all intrinsic.

input-output section.
file-control.
    select optional HazardsFile assign to HazardsFileName
        organization is line sequential.

    select optional IncidentsFile assign to IncidentsFileName
        organization is line sequential.

    select ReportFile assign to ReportFileName
        organization is line sequential.

data division.
file section.
    fd HazardsFile.
        copy DD-Hazard replacing Hazard by
            ==HazardRecord.
            88 EndOfHazardsFile value high-values==.

    fd IncidentsFile.
        copy DD-Incident replacing Incident by
            ==IncidentRecord.
            88 EndOfIncidentsFile value high-values==.

    fd ReportFile.
        01 ReportLine pic x(132).

working-storage section.
    01 HazardsFileName pic x(24) value "hazards.dat".
    01 IncidentsFileName pic x(24) value "incidents.dat".
    01 ReportFileName pic x(40) value spaces.
    01 CommandLineArgumentCount pic 9 value zero.
    01 TodaysDate pic x(8) value spaces.

*> the licensing authority's question is whether the places where people
*> keep getting hurt are on the risk assessment - two incidents at the
*> same spot with no hazard recorded there is a pattern, one is bad luck
    01 RepeatedIncidentThreshold pic 99 value 2.

*> locations are compared upper-cased and left-justified, since the
*> incident log takes them as typed at the first-aid tent; one left
*> blank is listed but is not a place that can be flagged
    01 NoLocationKey pic x(15) value "(NOT RECORDED)".

    01 HazardCount pic 999 value zero.
    01 HazardTable.
        02 HazardEntry occurs 1 to 300 times depending on HazardCount.
            03 HazardKey pic x(15).
            03 HazardEntryNumber pic 9(4).
            03 HazardEntryDescription pic x(60).
            03 HazardEntryControls pic x(70).
            03 HazardEntryOwner pic x(25).
            03 HazardEntryRating pic x.
            03 HazardEntryReviewDate pic x(8).
            03 HazardEntryIncidents pic 9(4).
    01 HazardScan pic 999 value zero.
    01 HazardsOverdue pic 999 value zero.

    01 IncidentCount pic 9(4) value zero.
    01 IncidentTable.
        02 IncidentEntry occurs 1 to 2000 times depending on IncidentCount.
            03 IncidentKey pic x(15).
            03 IncidentEntryDate pic x(8).
            03 IncidentEntryNumber pic 9(4).
            03 IncidentEntrySeverity pic x.
            03 IncidentEntryDescription pic x(60).
            03 IncidentEntryMatched pic 9.
    01 IncidentScan pic 9(4) value zero.
    01 IncidentsUnmatched pic 9(4) value zero.

*> the unmatched incidents grouped by place, once they are in order
    01 PlaceKey pic x(15) value spaces.
    01 PlaceIncidents pic 9(4) value zero.
    01 PlaceFirst pic 9(4) value zero.
    01 RepeatedPlaces pic 999 value zero.
    01 TableFullFlag pic 9 value 0.
        88 TableIsFull value 1 when set to false is 0.

    01 ReviewWording pic x(16) value spaces.
    01 CountDisplay pic zzz9.
    01 RepeatWording pic x(40) value spaces.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than zero
        accept HazardsFileName from argument-value
    end-if
    if CommandLineArgumentCount is greater than 1
        accept IncidentsFileName from argument-value
    end-if
    accept TodaysDate from date yyyymmdd

    perform LoadHazards
    perform LoadIncidents
    perform MatchIncidentsToHazards
    if HazardCount is greater than zero
        sort HazardEntry on ascending key HazardKey HazardEntryNumber
    end-if
    if IncidentCount is greater than zero
        sort IncidentEntry on ascending key IncidentKey IncidentEntryDate
            IncidentEntryNumber
    end-if

    move spaces to ReportFileName
    string "hazard-report-" TodaysDate ".txt" delimited by size into ReportFileName
    open output ReportFile
    move spaces to ReportLine
    string "SITE HAZARDS AND INCIDENTS - " TodaysDate " - " trim(HazardsFileName)
        " / " trim(IncidentsFileName)
        delimited by size into ReportLine
    perform WriteReportLine
    move spaces to ReportLine
    move all "=" to ReportLine(1:60)
    perform WriteReportLine

    perform ListHazardsWithIncidents
    perform ListIncidentsWithNoHazard

    move spaces to ReportLine
    perform WriteReportLine
    move HazardCount to CountDisplay
    move spaces to ReportLine
    string "Hazards on the register:         " CountDisplay delimited by size
        into ReportLine
    perform WriteReportLine
    move HazardsOverdue to CountDisplay
    move spaces to ReportLine
    string "Overdue for review:              " CountDisplay delimited by size
        into ReportLine
    perform WriteReportLine
    move IncidentCount to CountDisplay
    move spaces to ReportLine
    string "Incidents logged:                " CountDisplay delimited by size
        into ReportLine
    perform WriteReportLine
    move IncidentsUnmatched to CountDisplay
    move spaces to ReportLine
    string "At a place with no hazard:       " CountDisplay delimited by size
        into ReportLine
    perform WriteReportLine
    move RepeatedPlaces to CountDisplay
    move spaces to ReportLine
    string "Repeated, no hazard recorded:    " CountDisplay delimited by size
        into ReportLine
    perform WriteReportLine
    if TableIsFull
        move "WARNING: a file was too big for the report - only part of it was read"
            to ReportLine
        perform WriteReportLine
    end-if
    close ReportFile
    display "Hazard report in " trim(ReportFileName)
    if RepeatedPlaces is greater than zero
        move 4 to return-code
    end-if
    stop run.

LoadHazards section.
    move zero to HazardCount
    open input HazardsFile
        read HazardsFile
            at end set EndOfHazardsFile to true
        end-read
        perform until EndOfHazardsFile
            if HazardIsActive of HazardRecord
                if HazardCount equal to 300
                    set TableIsFull to true
                else
                    add 1 to HazardCount
                    move upper-case(trim(HazardLocation of HazardRecord))
                        to HazardKey(HazardCount)
                    move HazardNumber of HazardRecord to HazardEntryNumber(HazardCount)
                    move HazardDescription of HazardRecord
                        to HazardEntryDescription(HazardCount)
                    move HazardControls of HazardRecord
                        to HazardEntryControls(HazardCount)
                    move HazardOwner of HazardRecord to HazardEntryOwner(HazardCount)
                    move HazardRiskRating of HazardRecord
                        to HazardEntryRating(HazardCount)
                    move HazardReviewDate of HazardRecord
                        to HazardEntryReviewDate(HazardCount)
                    move zero to HazardEntryIncidents(HazardCount)
                end-if
            end-if
            read HazardsFile
                at end set EndOfHazardsFile to true
            end-read
        end-perform
    close HazardsFile
.

LoadIncidents section.
    move zero to IncidentCount
    open input IncidentsFile
        read IncidentsFile
            at end set EndOfIncidentsFile to true
        end-read
        perform until EndOfIncidentsFile
            if IncidentCount equal to 2000
                set TableIsFull to true
            else
                add 1 to IncidentCount
                move upper-case(trim(IncidentLocation of IncidentRecord))
                    to IncidentKey(IncidentCount)
                if IncidentKey(IncidentCount) equal to spaces
                    move NoLocationKey to IncidentKey(IncidentCount)
                end-if
                move IncidentDate of IncidentRecord to IncidentEntryDate(IncidentCount)
                move IncidentNumber of IncidentRecord
                    to IncidentEntryNumber(IncidentCount)
                move IncidentSeverity of IncidentRecord
                    to IncidentEntrySeverity(IncidentCount)
                move IncidentDescription of IncidentRecord
                    to IncidentEntryDescription(IncidentCount)
                move zero to IncidentEntryMatched(IncidentCount)
            end-if
            read IncidentsFile
                at end set EndOfIncidentsFile to true
            end-read
        end-perform
    close IncidentsFile
.

MatchIncidentsToHazards section.
*> an incident counts against every hazard recorded at its location -
*> a slope and a guy-rope at the same spot are both in question
    perform varying IncidentScan from 1 by 1 until IncidentScan is greater than IncidentCount
        perform varying HazardScan from 1 by 1 until HazardScan is greater than HazardCount
            if HazardKey(HazardScan) equal to IncidentKey(IncidentScan)
                add 1 to HazardEntryIncidents(HazardScan)
                move 1 to IncidentEntryMatched(IncidentScan)
            end-if
        end-perform
        if IncidentEntryMatched(IncidentScan) equal to zero
            add 1 to IncidentsUnmatched
        end-if
    end-perform
.

ListHazardsWithIncidents section.
    move spaces to ReportLine
    perform WriteReportLine
    move "Hazards on the register, with the incidents at the same location"
        to ReportLine
    perform WriteReportLine
    move spaces to ReportLine
    move all "-" to ReportLine(1:60)
    perform WriteReportLine
    if HazardCount equal to zero
        move "  no hazards recorded - the site has no risk assessment on file"
            to ReportLine
        perform WriteReportLine
        exit section
    end-if
    perform varying HazardScan from 1 by 1 until HazardScan is greater than HazardCount
        if HazardEntryReviewDate(HazardScan) is less than TodaysDate
            add 1 to HazardsOverdue
            move "REVIEW OVERDUE" to ReviewWording
        else
            move "review by" to ReviewWording
        end-if
        move HazardEntryIncidents(HazardScan) to CountDisplay
        move spaces to ReportLine
        perform WriteReportLine
        string HazardEntryNumber(HazardScan) " " HazardKey(HazardScan)
            " risk " HazardEntryRating(HazardScan) "  "
            trim(ReviewWording) " " HazardEntryReviewDate(HazardScan)
            "  owner " trim(HazardEntryOwner(HazardScan))
            "  incidents " trim(CountDisplay)
            delimited by size into ReportLine
        perform WriteReportLine
        move spaces to ReportLine
        string "     hazard:   " trim(HazardEntryDescription(HazardScan))
            delimited by size into ReportLine
        perform WriteReportLine
        move spaces to ReportLine
        string "     controls: " trim(HazardEntryControls(HazardScan))
            delimited by size into ReportLine
        perform WriteReportLine
        perform varying IncidentScan from 1 by 1
                until IncidentScan is greater than IncidentCount
            if IncidentKey(IncidentScan) equal to HazardKey(HazardScan)
                perform WriteIncidentLine
            end-if
        end-perform
    end-perform
.

ListIncidentsWithNoHazard section.
    move spaces to ReportLine
    perform WriteReportLine
    move "Incidents at places with no hazard recorded" to ReportLine
    perform WriteReportLine
    move spaces to ReportLine
    move all "-" to ReportLine(1:60)
    perform WriteReportLine
    if IncidentsUnmatched equal to zero
        move "  none - every incident happened somewhere already assessed"
            to ReportLine
        perform WriteReportLine
        exit section
    end-if
*> the table is in location order, so each place is one run of lines
    move 1 to IncidentScan
    perform until IncidentScan is greater than IncidentCount
        if IncidentEntryMatched(IncidentScan) equal to zero
            perform ListOneUnassessedPlace
        else
            add 1 to IncidentScan
        end-if
    end-perform
.

ListOneUnassessedPlace section.
    move IncidentKey(IncidentScan) to PlaceKey
    move IncidentScan to PlaceFirst
    move zero to PlaceIncidents
    perform until IncidentScan is greater than IncidentCount
            or IncidentKey(IncidentScan) not equal to PlaceKey
        add 1 to PlaceIncidents
        add 1 to IncidentScan
    end-perform
    move spaces to RepeatWording
    if PlaceIncidents is greater than or equal to RepeatedIncidentThreshold
            and PlaceKey not equal to NoLocationKey
        add 1 to RepeatedPlaces
        move "*** REPEATED - NO HAZARD RECORDED ***" to RepeatWording
    end-if
    move PlaceIncidents to CountDisplay
    move spaces to ReportLine
    perform WriteReportLine
    string PlaceKey " incidents " trim(CountDisplay) "  " RepeatWording
        delimited by size into ReportLine
    perform WriteReportLine
    perform varying IncidentScan from PlaceFirst by 1
            until IncidentScan is greater than IncidentCount
            or IncidentKey(IncidentScan) not equal to PlaceKey
        perform WriteIncidentLine
    end-perform
.

WriteIncidentLine section.
    move spaces to ReportLine
    string "     incident " IncidentEntryNumber(IncidentScan) " "
        IncidentEntryDate(IncidentScan) " sev "
        IncidentEntrySeverity(IncidentScan) " "
        trim(IncidentEntryDescription(IncidentScan))
        delimited by size into ReportLine
    perform WriteReportLine
.

WriteReportLine section.
    write ReportLine
    display trim(ReportLine, trailing)
.

end program HazardReport.
