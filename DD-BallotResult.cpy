01 BallotResult.
    05 BallotResultYear pic 9(4) value zeroes.
    05 BallotResultEventFile pic x(20) value spaces.
    05 BallotResultAuthCode pic x(6) value spaces.
    05 BallotResultPersonId pic 9(6) value zeroes.
    05 BallotResultName pic x(25) value spaces.
    05 BallotResultEmail pic x(40) value spaces.
    05 BallotResultTelephone pic x(14) value spaces.
    05 BallotResultOutcome pic x value space.
        88 BallotResultWon value "W".
        88 BallotResultUnlucky value "U".
    05 BallotResultPosition pic 9(4) value zeroes.
    05 BallotResultTickets pic 99 value zeroes.
    05 BallotResultDrawDate pic x(8) value spaces.
