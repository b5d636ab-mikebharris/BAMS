01 Barred.
    05 BarredRef pic x(6) value spaces.
    05 BarredName pic x(25) value spaces.
    05 BarredEmail pic x(40) value spaces.
    05 BarredTelephone pic x(14) value spaces.
    05 BarredVehicle pic x(10) value spaces.
    05 BarredReason pic x(60) value spaces.
    05 BarredDate pic x(8) value spaces.
    05 BarredReviewDate pic x(8) value spaces.
