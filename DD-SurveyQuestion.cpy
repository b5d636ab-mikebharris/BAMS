01 SurveyQuestion.
    05 QuestionNumber pic 99 value zero.
    05 QuestionKind pic x value "S".
        88 QuestionIsScore value "S".
        88 QuestionIsText value "T".
    05 QuestionLabel pic x(60) value spaces.
