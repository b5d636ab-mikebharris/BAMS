01 SurveyComment.
    05 CommentQuestion pic 99 value zero.
    05 CommentAuthCode pic x(6) value spaces.
    05 CommentText pic x(200) value spaces.
