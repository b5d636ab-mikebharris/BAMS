*> shift-applications.dat - a camper's answer to a call-out for an
*> unfilled shift, keyed in by the coordinator as the replies come back.
*> The shift is held by day, slot and station rather than by its place
*> in shifts.dat, so a reply still finds its shift if the rota changes.
*> Accepting one puts the person on the rota through the same checks
*> as assigning them by hand.
01 ShiftApplication.
    05 ShiftApplicationNumber pic 9(4) value zero.
    05 ShiftApplicationAuthCode pic x(6) value spaces.
    05 ShiftApplicationDay pic xxx value spaces.
    05 ShiftApplicationSlot pic x(12) value spaces.
    05 ShiftApplicationStation pic x(10) value spaces.
    05 ShiftApplicationReceived pic x(8) value spaces.
    05 ShiftApplicationVia pic x(5) value spaces.
    05 ShiftApplicationKeyedBy pic x(8) value spaces.
    05 ShiftApplicationStatus pic x value "P".
        88 ShiftApplicationIsPending value "P".
        88 ShiftApplicationIsAccepted value "A".
        88 ShiftApplicationIsDeclined value "D".
    05 ShiftApplicationDecidedDate pic x(8) value spaces.
    05 ShiftApplicationDecidedBy pic x(8) value spaces.
    05 ShiftApplicationNote pic x(40) value spaces.
