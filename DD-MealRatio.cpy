01 MealRatio.
    05 MealRatioDay pic xxx value spaces.
    05 MealRatioSitting pic x value space.
        88 MealRatioIsWholeDay value space.
    05 MealRatioServed pic 9(5) value zeroes.
    05 MealRatioForecast pic 9(5) value zeroes.
    05 MealRatioFactor pic 9v999 value zeroes.
