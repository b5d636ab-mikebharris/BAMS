01 ChildAlert.
    05 AlertNumber pic 9(4) value zeroes.
    05 AlertKidName pic x(25) value spaces.
    05 AlertParentCode pic x(6) value spaces.
    05 AlertStatus pic x value "O".
        88 AlertIsOpen value "O".
        88 AlertIsStoodDown value "S".
    05 AlertRaisedDate pic x(8) value spaces.
    05 AlertRaisedTime pic x(6) value spaces.
    05 AlertRaisedBy pic x(8) value spaces.
    05 AlertLastSeen pic x(40) value spaces.
    05 AlertStoodDownDate pic x(8) value spaces.
    05 AlertStoodDownTime pic x(6) value spaces.
    05 AlertStoodDownBy pic x(8) value spaces.
    05 AlertOutcome pic x(40) value spaces.
