*> the front of each line of the overnight extract. The first line says
*> when the extract was taken and from which live file; every other
*> line is one booking with the figures the reports would otherwise
*> each work out again, and the booking itself follows straight after.
01 ExtractFigures.
    05 ExtractLineKind pic x value "B".
        88 ExtractLineIsHeader value "H".
        88 ExtractLineIsBooking value "B".
    05 ExtractBookingFigures.
        10 ExtractArrivalNight pic 9 value zero.
        10 ExtractDepartureNight pic 9 value zero.
        10 ExtractNightSpan pic 9 value zero.
        10 ExtractBalanceDue pic s9(4) sign leading separate value zero.
        10 ExtractChargeableKids pic 99 value zero.
        10 ExtractDietCategory pic x(10) value spaces.
            88 ExtractDietIsNone value "NONE".
            88 ExtractDietIsVegan value "VEGAN".
            88 ExtractDietIsVegetarian value "VEGETARIAN".
            88 ExtractDietIsOther value "OTHER".
        10 ExtractDietFlags.
            15 ExtractVeganFlag pic x value "N".
                88 ExtractHasVegan value "Y".
            15 ExtractVegetarianFlag pic x value "N".
                88 ExtractHasVegetarian value "Y".
            15 ExtractNutAllergyFlag pic x value "N".
                88 ExtractHasNutAllergy value "Y".
            15 ExtractGlutenFreeFlag pic x value "N".
                88 ExtractHasGlutenFree value "Y".
        10 filler pic x(28) value spaces.
    05 ExtractHeaderFigures redefines ExtractBookingFigures.
        10 ExtractTakenDate pic x(8).
        10 ExtractTakenTime pic x(6).
        10 ExtractLiveFileName pic x(20).
        10 ExtractLayoutVersion pic 999.
        10 filler pic x(15).
