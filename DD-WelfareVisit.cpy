*> welfare-visits.dat - one line per welfare visit keyed back in from a
*> round sheet, so the next sheet can say when each person was last seen
01 WelfareVisit.
    05 WelfareVisitDate pic x(8) value spaces.
    05 WelfareVisitTime pic x(4) value spaces.
    05 WelfareVisitAuthCode pic x(6) value spaces.
    05 WelfareVisitRound pic x(12) value spaces.
    05 WelfareVisitPlace pic x(10) value spaces.
    05 WelfareVisitOutcome pic x value space.
        88 WelfareVisitAllWell value "O".
        88 WelfareVisitNeedsHelp value "H".
        88 WelfareVisitNoAnswer value "N".
        88 WelfareVisitOutcomeIsValid values "O", "H", "N".
    05 WelfareVisitNote pic x(50) value spaces.
    05 WelfareVisitBy pic x(8) value spaces.
