        10 RegistryLateChildPrice pic 999 value zeroes.
        10 RegistryLateConcessionPrice pic 999 value zeroes.
        10 RegistryLateVolunteerPrice pic 999 value zeroes.
    05 EventRegistrySlotCap pic 999 value zeroes.
    05 EventRegistryHookUpPrice pic 99 value zeroes.
    05 EventRegistryVolunteerHours pic 99 value 8.
    05 EventRegistryBallotMode pic x value "N".
        88 EventRegistryIsBallot value "Y".
    05 RegistryBallotOpens pic 9(8) value zeroes.
    05 RegistryBallotCloses pic 9(8) value zeroes.
    05 RegistryBallotWeights.
        10 RegistryBallotVolunteerWeight pic 9 value 2.
        10 RegistryBallotFamilyWeight pic 9 value 2.
        10 RegistryBallotUnluckyWeight pic 9 value 3.
    05 RegistryBallotDrawn pic x value "N".
        88 RegistryBallotIsDrawn value "Y".
*> the most a family group pays between them; zero means no cap. An
*> event written before the cap existed reads back blank here
    05 RegistryFamilyCap pic 999 value zeroes.
*> what a cancelling booking gets back - up to four bands of "at least
*> this many weeks' notice gets this percentage of what was paid", the
*> longest notice met wins and no band met is nothing back. An event
*> written before the schedule existed reads back blank here
    05 RegistryChargeSchedule.
        10 RegistryChargeBand occurs 4 times.
            15 RegistryChargeNoticeWeeks pic 99 value zeroes.
            15 RegistryChargeRefundPercent pic 999 value zeroes.
