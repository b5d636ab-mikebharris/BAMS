*> pitch-near.dat - one line per "put us near ..." request taken at the
*> desk. The batch pitch allocation tries to land both bookings in the
*> same pitch area; a request it cannot meet goes on its exceptions list.
01 PitchNear.
    05 PitchNearAuthCode pic x(6) value spaces.
    05 PitchNearOtherAuthCode pic x(6) value spaces.
    05 PitchNearNotedDate pic x(8) value spaces.
