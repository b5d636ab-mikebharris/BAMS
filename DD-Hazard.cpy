*> hazards.dat - the site risk assessment the licensing authority asks
*> to see, one line per known hazard. The location is worded the way
*> the incident log words it (pitch area, FIELD 2, CAR PARK) so the
*> hazard report can put the two side by side. A hazard no longer on
*> site is withdrawn rather than deleted, so the record of it stays.
01 Hazard.
    05 HazardNumber pic 9(4) value zero.
    05 HazardLocation pic x(15) value spaces.
    05 HazardDescription pic x(60) value spaces.
    05 HazardControls pic x(70) value spaces.
    05 HazardOwner pic x(25) value spaces.
    05 HazardRiskRating pic x value "M".
        88 HazardRiskIsLow value "L".
        88 HazardRiskIsMedium value "M".
        88 HazardRiskIsHigh value "H".
        88 HazardRiskIsValid values "L", "M", "H".
    05 HazardReviewDate pic x(8) value spaces.
    05 HazardLastReviewedDate pic x(8) value spaces.
    05 HazardLastReviewedBy pic x(8) value spaces.
    05 HazardStatus pic x value "A".
        88 HazardIsActive value "A".
        88 HazardIsWithdrawn value "W".
