*> one entry per real person across every year they have booked - the
*> yearly Attendee records point here through PersonId
01 Person.
    05 PersonId pic 9(6) value zeroes.
    05 PersonName pic x(25) value spaces.
    05 PersonEmail pic x(40) value spaces.
    05 PersonTelephone pic x(14) value spaces.
    05 PersonDiet pic x(60) value spaces.
    05 PersonMedicalNotes pic x(60) value spaces.
    05 PersonEmergencyName pic x(25) value spaces.
    05 PersonEmergencyTelephone pic x(14) value spaces.
    05 PersonAccommodation pic x value "T".
    05 PersonMerchandiseSize pic x(4) value spaces.
    05 PersonFirstYear pic 9(4) value zeroes.
    05 PersonLastYear pic 9(4) value zeroes.
    05 PersonLastAuthCode pic x(6) value spaces.
    05 PersonLifetime.
        10 PersonYearsAttended pic 99 value zero.
        10 PersonYearsVolunteering pic 99 value zero.
        10 PersonYearsLeading pic 99 value zero.
        10 PersonVolunteerHours pic 9(4)v9 value zero.
        10 PersonIncidents pic 999 value zero.
        10 PersonCreditsGranted pic 9(5) value zero.
        10 PersonBursariesAwarded pic 9(5) value zero.
        10 PersonWrittenOff pic 9(5) value zero.
*> the last ten years in detail, oldest first
    05 PersonYearCount pic 99 value zero.
    05 PersonYearHistory occurs 10 times.
        10 PersonYear pic 9(4) value zeroes.
        10 PersonYearAuthCode pic x(6) value spaces.
        10 PersonYearRole pic x value "C".
        10 PersonYearAttended pic x value "N".
            88 PersonCameThatYear value "Y".
        10 PersonYearHours pic 999v9 value zero.
        10 PersonYearIncidents pic 99 value zero.
        10 PersonYearCredit pic 999 value zero.
        10 PersonYearBursary pic 999 value zero.
        10 PersonYearWrittenOff pic 999 value zero.
