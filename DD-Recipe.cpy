01 Recipe.
    05 RecipeDish pic x(25) value spaces.
    05 RecipeIngredient pic x(25) value spaces.
    05 RecipeQuantity pic 9v999 value zeroes.
    05 RecipeServes.
        10 RecipeServesVegan pic x value "N".
            88 DishServesVegan value "Y".
        10 RecipeServesVegetarian pic x value "N".
            88 DishServesVegetarian value "Y".
        10 RecipeServesNutFree pic x value "N".
            88 DishServesNutFree value "Y".
        10 RecipeServesGlutenFree pic x value "N".
            88 DishServesGlutenFree value "Y".
