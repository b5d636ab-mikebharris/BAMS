01 BarredMatch.
    05 BarredMatchFlag pic 9 value 0.
        88 BarredListHit value 1 when set to false is 0.
    05 BarredMatchRef pic x(6) value spaces.
    05 BarredMatchedOn pic x(9) value spaces.
    05 BarredMatchReason pic x(60) value spaces.
