*> welfare-round.dat - the round sheet last printed by WelfareRound,
*> one record per stop in the order the sheet walks them, so the visits
*> can be keyed back in against the line numbers on the paper
01 WelfareStop.
    05 WelfareStopRound pic x(12) value spaces.
    05 WelfareStopLine pic 9(3) value zeroes.
    05 WelfareStopAuthCode pic x(6) value spaces.
    05 WelfareStopName pic x(25) value spaces.
    05 WelfareStopArea pic x(15) value spaces.
    05 WelfareStopPlace pic x(10) value spaces.
    05 WelfareStopReasons pic x(60) value spaces.
