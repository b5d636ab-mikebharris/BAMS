    05 QuantityInStores pic 9(5)v99 value zeroes.
    05 IngredientSupplier pic x(20) value spaces.
    05 IngredientUnitCost pic 999v99 value zeroes.
    05 IngredientAllergens value spaces.
        10 IngredientAllergen pic x occurs 14 times.
            88 IngredientContainsAllergen value "Y".
