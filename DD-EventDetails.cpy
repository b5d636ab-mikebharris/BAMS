    05 PricingMode pic x value "F".
        88 PricingModeIsFlat value "F".
        88 PricingModeIsPerNight value "N".
    05 SlotCapacity pic 999 value zeroes.
    05 HookUpNightPrice pic 99 value zeroes.
    05 VolunteerHoursOwed pic 99 value 8.
