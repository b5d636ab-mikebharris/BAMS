01 SurveyResponse.
    05 SurveyAuthCode pic x(6) value spaces.
    05 SurveyTicketType pic x value space.
    05 SurveyRole pic x value space.
    05 SurveyArrivalDay pic xxx value spaces.
    05 SurveyAccommodation pic x value space.
    05 SurveyReturner pic x value "N".
        88 SurveyFromReturner value "Y".
        88 SurveyFromFirstTimer value "N".
    05 SurveyImportedDate pic x(8) value spaces.
    05 SurveyScore pic 99 occurs 12 times.
        88 ScoreNotAnswered value 99.
