identification division.
program-id. SurveyReport.

environment division.
    configuration section.
        repository.
            function all intrinsic.

input-output section.
file-control.
    select optional QuestionsFile assign to QuestionsFileName
        organization is line sequential.

    select optional ResponsesFile assign to ResponsesFileName
        organization is line sequential.

    select optional CommentsFile assign to CommentsFileName
        organization is line sequential.

    select SurveyReportFile assign to SurveyReportFileName
        organization is line sequential.

data division.
file section.
    fd QuestionsFile.
        copy DD-SurveyQuestion replacing SurveyQuestion by
            ==QuestionRecord.
            88 EndOfQuestionsFile value high-values==.

    fd ResponsesFile.
        copy DD-SurveyResponse replacing SurveyResponse by
            ==ResponseRecord.
            88 EndOfResponsesFile value high-values==.

    fd CommentsFile.
        copy DD-SurveyComment replacing SurveyComment by
            ==CommentRecord.
            88 EndOfCommentsFile value high-values==.

    fd SurveyReportFile.
        01 SurveyReportLine pic x(100).

working-storage section.
    01 QuestionsFileName pic x(20) value "survey-questions.dat".
    01 ResponsesFileName pic x(20) value "survey-results.dat".
    01 CommentsFileName pic x(20) value "survey-comments.dat".
    01 SurveyReportFileName pic x(20) value "survey-report.txt".

    01 QuestionTable.
        02 QuestionEntry occurs 12 times.
            03 TableQuestionLabel pic x(60) value spaces.
            03 TableQuestionKind pic x value "S".
    01 QuestionCount pic 99 value zero.
    01 QuestionScan pic 99 value zero.
    01 ScoreQuestionCount pic 99 value zero.

*> each segment is a dimension letter and the value from the booking -
*> Ticket type, Role, arrival Day, Accommodation, First-timer or not
    01 SegmentDefinitions.
        02 filler pic x(20) value "TA  Adult".
        02 filler pic x(20) value "TC  Child".
        02 filler pic x(20) value "TN  Concession".
        02 filler pic x(20) value "TV  Volunteer".
        02 filler pic x(20) value "TD  Day visitor".
        02 filler pic x(20) value "RC  Camper".
        02 filler pic x(20) value "RV  Volunteer".
        02 filler pic x(20) value "RL  Leader".
        02 filler pic x(20) value "DWedWednesday".
        02 filler pic x(20) value "DThuThursday".
        02 filler pic x(20) value "DFriFriday".
        02 filler pic x(20) value "DSatSaturday".
        02 filler pic x(20) value "DSunSunday".
        02 filler pic x(20) value "DMonMonday".
        02 filler pic x(20) value "AT  Tent".
        02 filler pic x(20) value "AP  Campervan".
        02 filler pic x(20) value "AC  Caravan".
        02 filler pic x(20) value "AN  None".
        02 filler pic x(20) value "FN  First-timer".
        02 filler pic x(20) value "FY  Returner".
        02 filler pic x(20) value "*   Everyone".
    01 SegmentTable redefines SegmentDefinitions.
        02 SegmentDefinition occurs 21 times.
            03 SegmentKey pic x(4).
            03 SegmentLabel pic x(16).
    01 SegmentScan pic 99 value zero.
    01 OverallSegment constant as 21.

    01 SegmentTotals.
        02 SegmentTotal occurs 21 times.
            03 SegmentResponses pic 9(4).
            03 SegmentQuestion occurs 12 times.
                04 SegmentScoreSum pic 9(6).
                04 SegmentScoreCount pic 9(4).

    01 ResponseKeys.
        02 ResponseKey pic x(4) occurs 5 times.
    01 KeyScan pic 9 value zero.

    01 ResponsesRead pic 9(4) value zero.
    01 CommentsPrinted pic 9(4) value zero.
    01 ScoreAverage pic 99v9 value zero.
    01 ScoreAverageDisplay pic z9.9.
    01 ResponsesDisplay pic zzz9.
    01 ReportPointer pic 999 value 1.
    01 FirstSegment pic 99 value zero.
    01 LastSegment pic 99 value zero.
    01 DimensionHeading pic x(40) value spaces.

procedure division.
    perform LoadQuestions
    if QuestionCount equal to zero
        display "No survey imported yet - run SurveyImport first"
        stop run
    end-if

    initialize SegmentTotals
    open input ResponsesFile
        read ResponsesFile
            at end set EndOfResponsesFile to true
        end-read
        perform until EndOfResponsesFile
            add 1 to ResponsesRead
            perform AddResponseToSegments
            read ResponsesFile
                at end set EndOfResponsesFile to true
            end-read
        end-perform
    close ResponsesFile

    open output SurveyReportFile
    perform WriteReportHeading
    if ScoreQuestionCount is greater than zero
        move "Everyone" to DimensionHeading
        move OverallSegment to FirstSegment
        move OverallSegment to LastSegment
        perform WriteSegmentTable
        move "By ticket type" to DimensionHeading
        move 1 to FirstSegment
        move 5 to LastSegment
        perform WriteSegmentTable
        move "By role" to DimensionHeading
        move 6 to FirstSegment
        move 8 to LastSegment
        perform WriteSegmentTable
        move "By arrival day" to DimensionHeading
        move 9 to FirstSegment
        move 14 to LastSegment
        perform WriteSegmentTable
        move "By accommodation" to DimensionHeading
        move 15 to FirstSegment
        move 18 to LastSegment
        perform WriteSegmentTable
        move "First-timers and returners" to DimensionHeading
        move 19 to FirstSegment
        move 20 to LastSegment
        perform WriteSegmentTable
    end-if
    perform WriteCommentsByQuestion
    close SurveyReportFile

    display "Survey report written to " trim(SurveyReportFileName)
        " (" ResponsesRead " responses, " CommentsPrinted " comments)"
    stop run.

LoadQuestions section.
    move zero to QuestionCount
    move zero to ScoreQuestionCount
    open input QuestionsFile
        read QuestionsFile
            at end set EndOfQuestionsFile to true
        end-read
        perform until EndOfQuestionsFile or QuestionCount equal to 12
            add 1 to QuestionCount
            move QuestionLabel of QuestionRecord to TableQuestionLabel(QuestionCount)
            move QuestionKind of QuestionRecord to TableQuestionKind(QuestionCount)
            if QuestionIsScore of QuestionRecord
                add 1 to ScoreQuestionCount
            end-if
            read QuestionsFile
                at end set EndOfQuestionsFile to true
            end-read
        end-perform
    close QuestionsFile
.

AddResponseToSegments section.
    move spaces to ResponseKeys
    string "T" SurveyTicketType of ResponseRecord delimited by size into ResponseKey(1)
    string "R" SurveyRole of ResponseRecord delimited by size into ResponseKey(2)
    string "D" SurveyArrivalDay of ResponseRecord delimited by size into ResponseKey(3)
    string "A" SurveyAccommodation of ResponseRecord delimited by size into ResponseKey(4)
    string "F" SurveyReturner of ResponseRecord delimited by size into ResponseKey(5)

    perform varying SegmentScan from 1 by 1 until SegmentScan is greater than 20
        perform varying KeyScan from 1 by 1 until KeyScan is greater than 5
            if SegmentKey(SegmentScan) equal to ResponseKey(KeyScan)
                perform AddScoresToSegment
            end-if
        end-perform
    end-perform
    move OverallSegment to SegmentScan
    perform AddScoresToSegment
.

AddScoresToSegment section.
    add 1 to SegmentResponses(SegmentScan)
    perform varying QuestionScan from 1 by 1 until QuestionScan is greater than QuestionCount
        if TableQuestionKind(QuestionScan) equal to "S"
                and not ScoreNotAnswered of ResponseRecord(QuestionScan)
            add SurveyScore of ResponseRecord(QuestionScan)
                to SegmentScoreSum(SegmentScan, QuestionScan)
            add 1 to SegmentScoreCount(SegmentScan, QuestionScan)
        end-if
    end-perform
.

WriteReportHeading section.
    move "Post-camp feedback survey" to SurveyReportLine
    write SurveyReportLine
    move all "=" to SurveyReportLine
    write SurveyReportLine
    move ResponsesRead to ResponsesDisplay
    move spaces to SurveyReportLine
    string "Responses: " trim(ResponsesDisplay)
        "   Scores are averages; - means nobody in that group answered"
        delimited by size into SurveyReportLine
    write SurveyReportLine
    move spaces to SurveyReportLine
    write SurveyReportLine
    move "Questions:" to SurveyReportLine
    write SurveyReportLine
    perform varying QuestionScan from 1 by 1 until QuestionScan is greater than QuestionCount
        move spaces to SurveyReportLine
        move QuestionScan to ResponsesDisplay
        if TableQuestionKind(QuestionScan) equal to "S"
            string "  Q" trim(ResponsesDisplay) "  " trim(TableQuestionLabel(QuestionScan))
                delimited by size into SurveyReportLine
        else
            string "  Q" trim(ResponsesDisplay) "  " trim(TableQuestionLabel(QuestionScan))
                " (comments - see the end)"
                delimited by size into SurveyReportLine
        end-if
        write SurveyReportLine
    end-perform
.

WriteSegmentTable section.
    move spaces to SurveyReportLine
    write SurveyReportLine
    move DimensionHeading to SurveyReportLine
    write SurveyReportLine
    move all "-" to SurveyReportLine(1:length(trim(DimensionHeading)))
    write SurveyReportLine

    move spaces to SurveyReportLine
    move 1 to ReportPointer
    string "Group               n" delimited by size
        into SurveyReportLine with pointer ReportPointer
    perform varying QuestionScan from 1 by 1 until QuestionScan is greater than QuestionCount
        if TableQuestionKind(QuestionScan) equal to "S"
            move QuestionScan to ResponsesDisplay
            string "   Q" ResponsesDisplay(3:2) delimited by size
                into SurveyReportLine with pointer ReportPointer
        end-if
    end-perform
    write SurveyReportLine

    perform varying SegmentScan from FirstSegment by 1
        until SegmentScan is greater than LastSegment
        move SegmentResponses(SegmentScan) to ResponsesDisplay
        move spaces to SurveyReportLine
        move 1 to ReportPointer
        string SegmentLabel(SegmentScan) " " ResponsesDisplay
            delimited by size into SurveyReportLine with pointer ReportPointer
        perform varying QuestionScan from 1 by 1 until QuestionScan is greater than QuestionCount
            if TableQuestionKind(QuestionScan) equal to "S"
                if SegmentScoreCount(SegmentScan, QuestionScan) equal to zero
                    string "     -" delimited by size
                        into SurveyReportLine with pointer ReportPointer
                else
                    compute ScoreAverage rounded =
                        SegmentScoreSum(SegmentScan, QuestionScan)
                        / SegmentScoreCount(SegmentScan, QuestionScan)
                    move ScoreAverage to ScoreAverageDisplay
                    string "  " ScoreAverageDisplay delimited by size
                        into SurveyReportLine with pointer ReportPointer
                end-if
            end-if
        end-perform
        write SurveyReportLine
    end-perform
.

WriteCommentsByQuestion section.
*> one block per free-text question so the debrief can take them in
*> turn - no names or codes, people were told the comments are anonymous
    perform varying QuestionScan from 1 by 1 until QuestionScan is greater than QuestionCount
        if TableQuestionKind(QuestionScan) equal to "T"
            move spaces to SurveyReportLine
            write SurveyReportLine
            move QuestionScan to ResponsesDisplay
            move spaces to SurveyReportLine
            string "Q" trim(ResponsesDisplay) "  " trim(TableQuestionLabel(QuestionScan))
                delimited by size into SurveyReportLine
            write SurveyReportLine
            move all "-" to SurveyReportLine
            write SurveyReportLine
            perform WriteCommentsForQuestion
        end-if
    end-perform
.

WriteCommentsForQuestion section.
    open input CommentsFile
        read CommentsFile
            at end set EndOfCommentsFile to true
        end-read
        perform until EndOfCommentsFile
            if CommentQuestion of CommentRecord equal to QuestionScan
                add 1 to CommentsPrinted
                move spaces to SurveyReportLine
                string "- " CommentText of CommentRecord(1:98)
                    delimited by size into SurveyReportLine
                write SurveyReportLine
                if CommentText of CommentRecord(99:102) not equal to spaces
                    move spaces to SurveyReportLine
                    string "  " CommentText of CommentRecord(99:98)
                        delimited by size into SurveyReportLine
                    write SurveyReportLine
                end-if
                if CommentText of CommentRecord(197:4) not equal to spaces
                    move spaces to SurveyReportLine
                    string "  " CommentText of CommentRecord(197:4)
                        delimited by size into SurveyReportLine
                    write SurveyReportLine
                end-if
            end-if
            read CommentsFile
                at end set EndOfCommentsFile to true
            end-read
        end-perform
    close CommentsFile
.

end program SurveyReport.
