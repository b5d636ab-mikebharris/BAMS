identification division.
program-id. MenuPlan.

environment division.
    configuration section.
        repository.
            function all intrinsic.

input-output section.
file-control.
    select optional MenuFile assign to MenuFileName
        organization is line sequential.

    select optional RecipesFile assign to RecipesFileName
        organization is line sequential.

    select MenuPrintFile assign to MenuPrintFileName
        organization is line sequential.

data division.
file section.
    fd MenuFile.
        copy DD-MenuItem replacing MenuItem by
            ==MenuRecord.
            88 EndOfMenuFile value high-values==.

    fd RecipesFile.
        copy DD-Recipe replacing Recipe by
            ==RecipeRecord.
            88 EndOfRecipesFile value high-values==.

    fd MenuPrintFile.
        01 MenuPrintLine pic x(100).

working-storage section.
    01 MenuFileName pic x(20) value "menu-plan.dat".
    01 RecipesFileName pic x(20) value "recipes.dat".
    01 MenuPrintFileName pic x(20) value "menu-plan.txt".
    01 CommandLineArgumentCount pic 9 value zero.
    01 MenuOption pic x(10) value spaces.

    01 MenuTable.
        02 MenuEntry pic x(29) occurs 300 times.
    01 MenuCount pic 999 value zero.
    01 MenuScan pic 999 value zero.
    copy DD-MenuItem replacing MenuItem by ==MenuWork==.

    01 RecipesTable.
        02 RecipeEntry pic x(58) occurs 500 times.
    01 RecipesCount pic 999 value zero.
    01 RecipeScan pic 999 value zero.
    copy DD-Recipe replacing Recipe by ==RecipeWork==.

    01 CampDayNames value "WedThuFriSatSunMon".
        02 CampDayName pic xxx occurs 6 times.
    01 CampDayScan pic 9 value zero.
    01 SittingLetters value "BLD".
        02 SittingLetter pic x occurs 3 times.
    01 SittingNames value "BreakfastLunch    Dinner   ".
        02 SittingName pic x(9) occurs 3 times.
    01 SittingScan pic 9 value zero.

    01 DayEntry pic xxx value spaces.
    01 SittingEntry pic x value space.
    01 DishEntry pic x(25) value spaces.
    01 DishUpper pic x(25) value spaces.
    01 IngredientEntry pic x(25) value spaces.
    01 QuantityEntry pic x(10) value spaces.
    01 YesNoResponse pic x value space.
        88 ResponseIsYes values "Y", "y".

    01 DishFoundFlag pic 9 value 0.
        88 DishHasRecipe value 1 when set to false is 0.
    01 DishOnMealFlag pic 9 value 0.
        88 DishAlreadyOnMeal value 1 when set to false is 0.
    01 DishOnMealAt pic 999 value zero.
    01 RecipeLinesAdded pic 99 value zero.

*> what a meal offers each diet category - standard diners eat anything
    01 MealCoverage.
        02 DishesAtMeal pic 99 value zero.
        02 DishesForVegan pic 99 value zero.
        02 DishesForVegetarian pic 99 value zero.
        02 DishesForNutFree pic 99 value zero.
        02 DishesForGlutenFree pic 99 value zero.
        02 DishesWithoutRecipe pic 99 value zero.
    01 CoverageProblems pic 999 value zero.
    01 CoverageGaps pic x(60) value spaces.
    01 CoveragePointer pic 99 value zero.
    01 ServesLetters pic x(4) value spaces.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than zero
        accept MenuOption from argument-value
    end-if
    perform LoadRecipesTable
    perform LoadMenuTable

    evaluate MenuOption
        when "--recipe"
            perform EnterRecipe
        when "--menu"
            perform EnterMenuForMeal
        when other
            perform PrintMenuPlan
    end-evaluate
    stop run.

EnterRecipe section.
*> a dish's recipe is entered whole - the diet categories it suits go
*> on every line of it so the menu check can read any one of them
    display "Dish name:"
    move spaces to DishEntry
    accept DishEntry
    if DishEntry equal to spaces
        display "No dish given - nothing changed"
        exit section
    end-if
    move upper-case(DishEntry) to DishUpper
    perform FindDishRecipe
    if DishHasRecipe
        display "Recipe on file for " trim(DishEntry) ":"
        perform varying RecipeScan from 1 by 1 until RecipeScan is greater than RecipesCount
            move RecipeEntry(RecipeScan) to RecipeWork
            if upper-case(RecipeDish of RecipeWork) equal to DishUpper
                display "  " RecipeIngredient of RecipeWork " "
                    RecipeQuantity of RecipeWork " per portion"
            end-if
        end-perform
        display "Replace it? (Y/N)"
        move space to YesNoResponse
        accept YesNoResponse
        if not ResponseIsYes
            display "Recipe left as it was"
            exit section
        end-if
    end-if

    initialize RecipeWork
    move DishEntry to RecipeDish of RecipeWork
    display "Suitable for vegans? (Y/N)"
    perform AcceptServesFlag
    move YesNoResponse to RecipeServesVegan of RecipeWork
    display "Suitable for vegetarians? (Y/N)"
    perform AcceptServesFlag
    move YesNoResponse to RecipeServesVegetarian of RecipeWork
    display "Free of nuts? (Y/N)"
    perform AcceptServesFlag
    move YesNoResponse to RecipeServesNutFree of RecipeWork
    display "Free of gluten? (Y/N)"
    perform AcceptServesFlag
    move YesNoResponse to RecipeServesGlutenFree of RecipeWork

    perform RemoveDishRecipe
    move zero to RecipeLinesAdded
    perform forever
        display "Ingredient (as named in the kitchen stores, blank to finish):"
        move spaces to IngredientEntry
        accept IngredientEntry
        if IngredientEntry equal to spaces
            exit perform
        end-if
        display "Quantity per portion, in the stores unit:"
        move spaces to QuantityEntry
        accept QuantityEntry
        if test-numval(QuantityEntry) not equal to zero
            display "Not a number - that ingredient was skipped"
            exit perform cycle
        end-if
        if RecipesCount equal to 500
            display "The recipes file is full - the rest of this recipe was not kept"
            exit perform
        end-if
        move IngredientEntry to RecipeIngredient of RecipeWork
        move numval(QuantityEntry) to RecipeQuantity of RecipeWork
        add 1 to RecipesCount
        move RecipeWork to RecipeEntry(RecipesCount)
        add 1 to RecipeLinesAdded
    end-perform
    perform SaveRecipesTable
    display "Recipe for " trim(DishEntry) " saved with " RecipeLinesAdded " ingredients"
.

AcceptServesFlag section.
    move space to YesNoResponse
    accept YesNoResponse
    if ResponseIsYes
        move "Y" to YesNoResponse
    else
        move "N" to YesNoResponse
    end-if
.

FindDishRecipe section.
    set DishHasRecipe to false
    perform varying RecipeScan from 1 by 1 until RecipeScan is greater than RecipesCount
        move RecipeEntry(RecipeScan) to RecipeWork
        if upper-case(RecipeDish of RecipeWork) equal to DishUpper
            set DishHasRecipe to true
            exit perform
        end-if
    end-perform
.

RemoveDishRecipe section.
    move 1 to RecipeScan
    perform until RecipeScan is greater than RecipesCount
        move RecipeEntry(RecipeScan) to RecipeRecord
        if upper-case(RecipeDish of RecipeRecord) equal to DishUpper
            perform varying MenuScan from RecipeScan by 1
                until MenuScan is not less than RecipesCount
                move RecipeEntry(MenuScan + 1) to RecipeEntry(MenuScan)
            end-perform
            subtract 1 from RecipesCount
        else
            add 1 to RecipeScan
        end-if
    end-perform
.

EnterMenuForMeal section.
    display "Day (Wed/Thu/Fri/Sat/Sun/Mon):"
    move spaces to DayEntry
    accept DayEntry
    move upper-case(DayEntry(1:1)) to DayEntry(1:1)
    move lower-case(DayEntry(2:2)) to DayEntry(2:2)
    move zero to CampDayScan
    perform varying MenuScan from 1 by 1 until MenuScan is greater than 6
        if CampDayName(MenuScan) equal to DayEntry
            move MenuScan to CampDayScan
        end-if
    end-perform
    if CampDayScan equal to zero
        display "Not a camp day - nothing changed"
        exit section
    end-if
    display "Sitting - (B)reakfast, (L)unch, (D)inner:"
    move space to SittingEntry
    accept SittingEntry
    move upper-case(SittingEntry) to SittingEntry
    move SittingEntry to MenuSitting of MenuWork
    if not MenuSittingIsValid of MenuWork
        display "Not a sitting - nothing changed"
        exit section
    end-if

    display "On the menu for " DayEntry " " SittingEntry ":"
    perform varying MenuScan from 1 by 1 until MenuScan is greater than MenuCount
        move MenuEntry(MenuScan) to MenuWork
        if MenuDay of MenuWork equal to DayEntry
                and MenuSitting of MenuWork equal to SittingEntry
            display "  " trim(MenuDish of MenuWork)
        end-if
    end-perform

*> typing a dish that is already on the meal takes it off again
    perform forever
        display "Dish to add or take off (blank to finish):"
        move spaces to DishEntry
        accept DishEntry
        if DishEntry equal to spaces
            exit perform
        end-if
        move upper-case(DishEntry) to DishUpper
        perform FindDishOnMeal
        if DishAlreadyOnMeal
            perform varying MenuScan from DishOnMealAt by 1
                until MenuScan is not less than MenuCount
                move MenuEntry(MenuScan + 1) to MenuEntry(MenuScan)
            end-perform
            subtract 1 from MenuCount
            display "Taken off: " trim(DishEntry)
        else
            if MenuCount equal to 300
                display "The menu file is full - nothing added"
                exit perform
            end-if
            perform FindDishRecipe
            if not DishHasRecipe
                display "No recipe yet for " trim(DishEntry)
                    " - add one with MenuPlan --recipe or it will not be ordered"
            end-if
            initialize MenuWork
            move DayEntry to MenuDay of MenuWork
            move SittingEntry to MenuSitting of MenuWork
            move DishEntry to MenuDish of MenuWork
            add 1 to MenuCount
            move MenuWork to MenuEntry(MenuCount)
        end-if
    end-perform
    perform SaveMenuTable

    move DayEntry to MenuDay of MenuWork
    move SittingEntry to MenuSitting of MenuWork
    perform WorkOutMealCoverage
    if CoverageGaps equal to spaces and DishesWithoutRecipe equal to zero
        display "Every diet category has something at this meal"
    else
        if CoverageGaps not equal to spaces
            display "WARNING - nothing at this meal for: " trim(CoverageGaps)
        end-if
        if DishesWithoutRecipe is greater than zero
            display "WARNING - " DishesWithoutRecipe
                " dishes with no recipe, so no diet is counted for them"
        end-if
    end-if
.

FindDishOnMeal section.
    set DishAlreadyOnMeal to false
    move zero to DishOnMealAt
    perform varying MenuScan from 1 by 1 until MenuScan is greater than MenuCount
        move MenuEntry(MenuScan) to MenuRecord
        if MenuDay of MenuRecord equal to DayEntry
                and MenuSitting of MenuRecord equal to SittingEntry
                and upper-case(MenuDish of MenuRecord) equal to DishUpper
            set DishAlreadyOnMeal to true
            move MenuScan to DishOnMealAt
            exit perform
        end-if
    end-perform
.

WorkOutMealCoverage section.
*> for the meal in MenuWork: how many dishes suit each diet category,
*> and the names of any category left with none
    initialize MealCoverage
    perform varying MenuScan from 1 by 1 until MenuScan is greater than MenuCount
        move MenuEntry(MenuScan) to MenuRecord
        if MenuDay of MenuRecord equal to MenuDay of MenuWork
                and MenuSitting of MenuRecord equal to MenuSitting of MenuWork
            add 1 to DishesAtMeal
            move upper-case(MenuDish of MenuRecord) to DishUpper
            perform FindDishRecipe
            if DishHasRecipe
                if DishServesVegan of RecipeWork
                    add 1 to DishesForVegan
                end-if
                if DishServesVegetarian of RecipeWork
                    add 1 to DishesForVegetarian
                end-if
                if DishServesNutFree of RecipeWork
                    add 1 to DishesForNutFree
                end-if
                if DishServesGlutenFree of RecipeWork
                    add 1 to DishesForGlutenFree
                end-if
            else
                add 1 to DishesWithoutRecipe
            end-if
        end-if
    end-perform

    move spaces to CoverageGaps
    move 1 to CoveragePointer
    if DishesAtMeal is greater than zero
        if DishesForVegan equal to zero
            string "vegan " delimited by size into CoverageGaps with pointer CoveragePointer
        end-if
        if DishesForVegetarian equal to zero
            string "vegetarian " delimited by size into CoverageGaps with pointer CoveragePointer
        end-if
        if DishesForNutFree equal to zero
            string "nut-free " delimited by size into CoverageGaps with pointer CoveragePointer
        end-if
        if DishesForGlutenFree equal to zero
            string "gluten-free " delimited by size into CoverageGaps with pointer CoveragePointer
        end-if
    end-if
.

PrintMenuPlan section.
    move zero to CoverageProblems
    open output MenuPrintFile
    move "Menu plan" to MenuPrintLine
    write MenuPrintLine
    move all "=" to MenuPrintLine
    write MenuPrintLine
    move "(V vegan, E vegetarian, N nut-free, G gluten-free)" to MenuPrintLine
    write MenuPrintLine
    perform varying CampDayScan from 1 by 1 until CampDayScan is greater than 6
        move spaces to MenuPrintLine
        write MenuPrintLine
        move CampDayName(CampDayScan) to MenuPrintLine
        write MenuPrintLine
        perform varying SittingScan from 1 by 1 until SittingScan is greater than 3
            perform PrintOneMeal
        end-perform
    end-perform
    close MenuPrintFile
    display "Menu plan written to " trim(MenuPrintFileName)
    if CoverageProblems is greater than zero
        display CoverageProblems " meals leave a diet category with nothing to eat"
    end-if
.

PrintOneMeal section.
    move CampDayName(CampDayScan) to MenuDay of MenuWork
    move SittingLetter(SittingScan) to MenuSitting of MenuWork
    move spaces to MenuPrintLine
    string "  " SittingName(SittingScan) delimited by size into MenuPrintLine
    write MenuPrintLine
    perform varying RecipeScan from 1 by 1 until RecipeScan is greater than MenuCount
        move MenuEntry(RecipeScan) to MenuRecord
        if MenuDay of MenuRecord equal to MenuDay of MenuWork
                and MenuSitting of MenuRecord equal to MenuSitting of MenuWork
            move upper-case(MenuDish of MenuRecord) to DishUpper
            move spaces to ServesLetters
            perform FindDishRecipeKeepingScan
            move spaces to MenuPrintLine
            if DishHasRecipe
                string "    " MenuDish of MenuRecord " " ServesLetters
                    delimited by size into MenuPrintLine
            else
                string "    " MenuDish of MenuRecord " (no recipe)"
                    delimited by size into MenuPrintLine
            end-if
            write MenuPrintLine
        end-if
    end-perform
    perform WorkOutMealCoverage
    if DishesAtMeal equal to zero
        move "    nothing planned" to MenuPrintLine
        write MenuPrintLine
    else
        if CoverageGaps not equal to spaces
            add 1 to CoverageProblems
            move spaces to MenuPrintLine
            string "    ** nothing for: " trim(CoverageGaps) " **"
                delimited by size into MenuPrintLine
            write MenuPrintLine
        end-if
    end-if
.

FindDishRecipeKeepingScan section.
*> the same look-up as FindDishRecipe on its own subscript, because the
*> meal listing is part-way through the menu table when it asks
    set DishHasRecipe to false
    perform varying MenuScan from 1 by 1 until MenuScan is greater than RecipesCount
        move RecipeEntry(MenuScan) to RecipeWork
        if upper-case(RecipeDish of RecipeWork) equal to DishUpper
            set DishHasRecipe to true
            if DishServesVegan of RecipeWork
                move "V" to ServesLetters(1:1)
            end-if
            if DishServesVegetarian of RecipeWork
                move "E" to ServesLetters(2:1)
            end-if
            if DishServesNutFree of RecipeWork
                move "N" to ServesLetters(3:1)
            end-if
            if DishServesGlutenFree of RecipeWork
                move "G" to ServesLetters(4:1)
            end-if
            exit perform
        end-if
    end-perform
.

LoadMenuTable section.
    move zero to MenuCount
    open input MenuFile
        read MenuFile
            at end set EndOfMenuFile to true
        end-read
        perform until EndOfMenuFile or MenuCount equal to 300
            add 1 to MenuCount
            move MenuRecord to MenuEntry(MenuCount)
            read MenuFile
                at end set EndOfMenuFile to true
            end-read
        end-perform
    close MenuFile
.

SaveMenuTable section.
    open output MenuFile
    perform varying MenuScan from 1 by 1 until MenuScan is greater than MenuCount
        move MenuEntry(MenuScan) to MenuRecord
        write MenuRecord
    end-perform
    close MenuFile
.

LoadRecipesTable section.
    move zero to RecipesCount
    open input RecipesFile
        read RecipesFile
            at end set EndOfRecipesFile to true
        end-read
        perform until EndOfRecipesFile or RecipesCount equal to 500
            add 1 to RecipesCount
            move RecipeRecord to RecipeEntry(RecipesCount)
            read RecipesFile
                at end set EndOfRecipesFile to true
            end-read
        end-perform
    close RecipesFile
.

SaveRecipesTable section.
    open output RecipesFile
    perform varying RecipeScan from 1 by 1 until RecipeScan is greater than RecipesCount
        move RecipeEntry(RecipeScan) to RecipeRecord
        write RecipeRecord
    end-perform
    close RecipesFile
.

end program MenuPlan.
