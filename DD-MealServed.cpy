01 MealServed.
    05 MealDay pic xxx value spaces.
    05 MealSitting pic x value "L".
        88 SittingIsBreakfast value "B".
        88 SittingIsLunch value "L".
        88 SittingIsDinner value "D".
        88 MealSittingIsValid values "B", "L", "D".
    05 MealDiet pic x value "S".
        88 MealDietIsStandard value "S".
        88 MealDietIsVegan value "V".
        88 MealDietIsVegetarian value "E".
        88 MealDietIsNutFree value "N".
        88 MealDietIsGlutenFree value "G".
        88 MealDietIsValid values "S", "V", "E", "N", "G".
    05 MealCount pic 999 value zero.
    05 MealLoggedDate pic x(8) value spaces.
    05 MealLoggedTime pic x(4) value spaces.
    05 MealLoggedBy pic x(8) value spaces.
