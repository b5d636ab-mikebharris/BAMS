    select OrderListFile assign to OrderListFileName
        organization is line sequential.

    select optional SuppliersFile assign to SuppliersFileName
        organization is line sequential.

    select optional MealRatiosFile assign to MealRatiosFileName
        organization is line sequential.

    select optional MealsServedFile assign to MealsServedFileName
        organization is line sequential.

    select optional MenuFile assign to MenuFileName
        organization is line sequential.

    select optional RecipesFile assign to RecipesFileName
        organization is line sequential.

    select optional SitePassesFile assign to SitePassesFileName
        organization is line sequential.

data division.
file section.
    fd AttendeesFile is global.
    fd OrderListFile.
        01 OrderListLine pic x(100).

    fd SuppliersFile.
        copy DD-Supplier replacing Supplier by
            ==SupplierRecord.
            88 EndOfSuppliersFile value high-values==.

    fd MealRatiosFile.
        copy DD-MealRatio replacing MealRatio by
            ==MealRatioRecord.
            88 EndOfMealRatiosFile value high-values==.

    fd MealsServedFile.
        copy DD-MealServed replacing MealServed by
            ==MealServedRecord.
            88 EndOfMealsServedFile value high-values==.

    fd MenuFile.
        copy DD-MenuItem replacing MenuItem by
            ==MenuRecord.
            88 EndOfMenuFile value high-values==.

    fd RecipesFile.
        copy DD-Recipe replacing Recipe by
            ==RecipeRecord.
            88 EndOfRecipesFile value high-values==.

    fd SitePassesFile.
        copy DD-SitePass replacing SitePass by
            ==SitePassRecord.
            88 EndOfSitePassesFile value high-values==.

working-storage section.
    01 AttendeeStatus   pic x(2).
        88 Successful   value "00".
        88 NoSuchRecord value "23".

    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 StoresFileName pic x(20) value "kitchen-stores.dat".
    01 StoresHoldFileName pic x(20) value "kitchen-stores.tmp".
    01 OrderListFileName pic x(20) value "kitchen-order.txt".
    01 DepartureNightIndex pic 9 value zero.
    01 NightsOnBooking pic 9 value zero.
    01 TotalMealsForecast pic 9(5) value zero.
    01 SitePassesFileName pic x(20) value "site-passes.dat".
    01 PassHoldersFed pic 9(4) value zero.

*> last year's hatch counts, as plates per head booked per day - a day
*> with no ratio on file is catered at the full headcount
    01 MealRatiosFileName pic x(20) value "meal-ratios.dat".
    01 MealsServedFileName pic x(20) value "meals-served.dat".
    01 DayMealsTable.
        02 DayMeals occurs 6 times.
            03 HeadsOnDay pic 9(5) value zero.
            03 DayUptakeFactor pic 9v999 value 1.
            03 PlatesServedOnDay pic 9(5) value zero.
            03 SittingsServedOnDay pic 9 value zero.
            03 SittingSeen pic x occurs 3 times value "N".
            03 SittingUptakeFactor pic 9v999 occurs 3 times value zero.
            03 DietGroupHeads pic 9(5) occurs 5 times value zero.
    01 DayScan pic 9 value zero.
    01 SittingScan pic 9 value zero.
    01 SittingLetters value "BLD".
        02 SittingLetter pic x occurs 3 times.
    01 UptakeRatiosApplied pic 9 value 0.
        88 UptakeRatiosUsed value 1 when set to false is 0.
    01 ForecastWork pic 9(6)v999 value zero.
    01 MealsActuallyServed pic 9(5) value zero.

    01 SupplierTable.
        02 SupplierSlot occurs 20 times.
    01 SupplierFoundFlag pic 9 value 0.
        88 SupplierAlreadyListed value 1 when set to false is 0.
    01 SupplierBeingPrinted pic x(20) value spaces.
    01 SuppliersFileName pic x(20) value "suppliers.dat".
    01 SupplierMasterFlag pic 9 value 0.
        88 SupplierOnMaster value 1 when set to false is 0.

    01 QuantityRequired pic 9(6)v99 value zeroes.
    01 QuantityToOrder pic 9(6)v99 value zeroes.
    01 QuantityUsedEntry pic 9(5)v99 value zeroes.
    01 NewPortionFactor pic 9v999 value zeroes.

*> the menu plan - each person eats from one diet group, picked in the
*> order that is hardest to cater for: vegan, gluten-free, nut-free,
*> vegetarian, then standard. Children go in with standard.
    01 MenuFileName pic x(20) value "menu-plan.dat".
    01 RecipesFileName pic x(20) value "recipes.dat".
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

    01 DietUpper pic x(100) value spaces.
    01 CategoryTally pic 99 value zero.
    01 DietGroup pic 9 value 1.
        88 DietGroupStandard value 1.
        88 DietGroupVegan value 2.
        88 DietGroupGlutenFree value 3.
        88 DietGroupNutFree value 4.
        88 DietGroupVegetarian value 5.
    01 DietGroupScan pic 9 value zero.

    01 MealDishTable.
        02 MealDish occurs 20 times.
            03 MealDishName pic x(25) value spaces.
            03 MealDishPortions pic 9(5)v999 value zero.
            03 MealDishServes pic x occurs 5 times value "N".
    01 MealDishCount pic 99 value zero.
    01 MealDishScan pic 99 value zero.
    01 MealGroupTable.
        02 MealGroupHeads pic 9(5)v999 occurs 5 times value zero.
        02 MealGroupDishes pic 99 occurs 5 times value zero.
    01 MealFactor pic 9v999 value zero.

    01 MenuIngredientTable.
        02 MenuIngredient occurs 200 times.
            03 MenuIngredientName pic x(25) value spaces.
            03 MenuIngredientQuantity pic 9(6)v999 value zero.
            03 MenuIngredientStocked pic x value "N".
    01 MenuIngredientCount pic 999 value zero.
    01 MenuIngredientScan pic 999 value zero.
    01 MenuIngredientAt pic 999 value zero.
    01 MenuDrivenFlag pic 9 value 0.
        88 OrderDrivenByMenu value 1 when set to false is 0.
    01 MissingFromStores pic 999 value zero.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than zero
        stop run
    end-if

    perform ComputeMenuDemand
    perform ProduceOrderList
    stop run.

ComputeMealsForecast section.
    perform LoadUptakeRatios
    move zero to TotalMealsForecast
    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
                    and not AttendeeIsNoShow of AttendeeRecord)
                    or AttendeeArrived of AttendeeRecord
                perform ComputeNightSpanForRecord
                perform PickDietGroupForAttendee
                perform varying DayScan from ArrivalNightIndex by 1
                    until DayScan is greater than DepartureNightIndex
                    add 1 to HeadsOnDay(DayScan)
                    add NumberOfKids of AttendeeRecord to HeadsOnDay(DayScan)
                    add 1 to DietGroupHeads(DayScan, DietGroup)
                    add NumberOfKids of AttendeeRecord to DietGroupHeads(DayScan, 1)
                end-perform
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile

    perform AddFedSitePassHolders

    move zero to ForecastWork
    perform varying DayScan from 1 by 1 until DayScan is greater than 6
        compute ForecastWork = ForecastWork
            + HeadsOnDay(DayScan) * DayUptakeFactor(DayScan)
    end-perform
    compute TotalMealsForecast rounded = ForecastWork
    if UptakeRatiosUsed
        display "Forecast scaled by last year's hatch uptake from "
            trim(MealRatiosFileName)
    end-if
    if PassHoldersFed is greater than zero
        display "Includes " PassHoldersFed " contractors fed on their site pass days"
    end-if
.

AddFedSitePassHolders section.
*> crew and suppliers we agreed to feed eat on the days their pass
*> covers, whether or not they have signed in yet - a pass for another
*> year's camp is not this event's mouth to feed
    move zero to PassHoldersFed
    open input SitePassesFile
        read SitePassesFile
            at end set EndOfSitePassesFile to true
        end-read
        perform until EndOfSitePassesFile
            if SitePassIsFed of SitePassRecord
                    and SitePassIsCurrent of SitePassRecord
                    and (SitePassEventFile of SitePassRecord equal to spaces
                        or SitePassEventFile of SitePassRecord equal to AttendeesFileName)
                set CampNightIndex to 1
                search CampNightName
                    at end move 1 to ArrivalNightIndex
                    when CampNightName(CampNightIndex)
                            equal to SitePassFirstDay of SitePassRecord
                        set ArrivalNightIndex to CampNightIndex
                end-search
                set CampNightIndex to 1
                search CampNightName
                    at end move ArrivalNightIndex to DepartureNightIndex
                    when CampNightName(CampNightIndex)
                            equal to SitePassLastDay of SitePassRecord
                        set DepartureNightIndex to CampNightIndex
                end-search
                if DepartureNightIndex is less than ArrivalNightIndex
                    move ArrivalNightIndex to DepartureNightIndex
                end-if
                perform PickDietGroupForSitePass
                add 1 to PassHoldersFed
                perform varying DayScan from ArrivalNightIndex by 1
                    until DayScan is greater than DepartureNightIndex
                    add 1 to HeadsOnDay(DayScan)
                    add 1 to DietGroupHeads(DayScan, DietGroup)
                end-perform
            end-if
            read SitePassesFile
                at end set EndOfSitePassesFile to true
            end-read
        end-perform
    close SitePassesFile
.

PickDietGroupForAttendee section.
*> the same keywords the barn camp report uses for its diet tally
    set DietGroupStandard to true
    if Diet of AttendeeRecord equal to spaces
        exit section
    end-if
    move upper-case(Diet of AttendeeRecord) to DietUpper
    perform PickDietGroupFromWords
.

PickDietGroupForSitePass section.
    set DietGroupStandard to true
    if SitePassDiet of SitePassRecord equal to spaces
        exit section
    end-if
    move upper-case(SitePassDiet of SitePassRecord) to DietUpper
    perform PickDietGroupFromWords
.

PickDietGroupFromWords section.
    move zero to CategoryTally
    inspect DietUpper tallying CategoryTally for all "VEGETARIAN"
    if CategoryTally is greater than zero
        set DietGroupVegetarian to true
    end-if
    move zero to CategoryTally
    inspect DietUpper tallying CategoryTally for all "NUT"
    if CategoryTally is greater than zero
        set DietGroupNutFree to true
    end-if
    move zero to CategoryTally
    inspect DietUpper tallying CategoryTally for all "GLUTEN"
    if CategoryTally is greater than zero
        set DietGroupGlutenFree to true
    end-if
    move zero to CategoryTally
    inspect DietUpper tallying CategoryTally for all "VEGAN"
    if CategoryTally is greater than zero
        set DietGroupVegan to true
    end-if
.

LoadUptakeRatios section.
*> the whole-day lines (sitting blank) scale the flat order; the
*> per-sitting lines scale each meal of the menu plan, falling back to
*> the day's figure for a sitting with no line of its own
    open input MealRatiosFile
        read MealRatiosFile
            at end set EndOfMealRatiosFile to true
        end-read
        perform until EndOfMealRatiosFile
            if MealRatioIsWholeDay of MealRatioRecord
                    and MealRatioFactor of MealRatioRecord is greater than zero
                perform varying DayScan from 1 by 1
                    until DayScan is greater than 6
                    if CampNightName(DayScan)
                            equal to MealRatioDay of MealRatioRecord
                        move MealRatioFactor of MealRatioRecord
                            to DayUptakeFactor(DayScan)
                        set UptakeRatiosUsed to true
                    end-if
                end-perform
            end-if
            if not MealRatioIsWholeDay of MealRatioRecord
                    and MealRatioFactor of MealRatioRecord is greater than zero
                perform varying DayScan from 1 by 1
                    until DayScan is greater than 6
                    if CampNightName(DayScan)
                            equal to MealRatioDay of MealRatioRecord
                        perform varying SittingScan from 1 by 1
                            until SittingScan is greater than 3
                            if SittingLetter(SittingScan)
                                    equal to MealRatioSitting of MealRatioRecord
                                move MealRatioFactor of MealRatioRecord
                                    to SittingUptakeFactor(DayScan, SittingScan)
                            end-if
                        end-perform
                    end-if
                end-perform
            end-if
            read MealRatiosFile
                at end set EndOfMealRatiosFile to true
            end-read
        end-perform
    close MealRatiosFile
.

CountMealsActuallyServed section.
*> plates from the hatch log turned back into the same unit as the
*> forecast - meals per head per day - by dividing each day's plates by
*> the number of sittings served that day
    open input MealsServedFile
        read MealsServedFile
            at end set EndOfMealsServedFile to true
        end-read
        perform until EndOfMealsServedFile
            perform varying DayScan from 1 by 1 until DayScan is greater than 6
                if CampNightName(DayScan) equal to MealDay of MealServedRecord
                    add MealCount of MealServedRecord to PlatesServedOnDay(DayScan)
                    perform varying SittingScan from 1 by 1
                        until SittingScan is greater than 3
                        if SittingLetter(SittingScan)
                                equal to MealSitting of MealServedRecord
                                and SittingSeen(DayScan, SittingScan) equal to "N"
                            move "Y" to SittingSeen(DayScan, SittingScan)
                            add 1 to SittingsServedOnDay(DayScan)
                        end-if
                    end-perform
                end-if
            end-perform
            read MealsServedFile
                at end set EndOfMealsServedFile to true
            end-read
        end-perform
    close MealsServedFile

    move zero to ForecastWork
    perform varying DayScan from 1 by 1 until DayScan is greater than 6
        if SittingsServedOnDay(DayScan) is greater than zero
            compute ForecastWork = ForecastWork
                + PlatesServedOnDay(DayScan) / SittingsServedOnDay(DayScan)
        end-if
    end-perform
    compute MealsActuallyServed rounded = ForecastWork
.

ComputeMenuDemand section.
*> with a menu plan on file, each recipe ingredient is ordered from the
*> dishes actually planned - every meal's diners split evenly across the
*> dishes their diet group can eat. Anything no recipe names keeps the
*> flat portion-per-meal rule.
    perform LoadMenuAndRecipes
    if MenuCount equal to zero or RecipesCount equal to zero
        exit section
    end-if
    set OrderDrivenByMenu to true
    perform varying DayScan from 1 by 1 until DayScan is greater than 6
        perform varying SittingScan from 1 by 1 until SittingScan is greater than 3
            perform AddMealToMenuDemand
        end-perform
    end-perform
    display "Recipe ingredients worked from the menu plan in "
        trim(MenuFileName)
.

AddMealToMenuDemand section.
    initialize MealDishTable
    move zero to MealDishCount
    perform varying MenuScan from 1 by 1 until MenuScan is greater than MenuCount
        move MenuEntry(MenuScan) to MenuWork
        if MenuDay of MenuWork equal to CampNightName(DayScan)
                and MenuSitting of MenuWork equal to SittingLetter(SittingScan)
                and MealDishCount is less than 20
            add 1 to MealDishCount
            move MenuDish of MenuWork to MealDishName(MealDishCount)
            perform FlagDietGroupsDishServes
        end-if
    end-perform
    if MealDishCount equal to zero
        exit section
    end-if

    if SittingUptakeFactor(DayScan, SittingScan) is greater than zero
        move SittingUptakeFactor(DayScan, SittingScan) to MealFactor
    else
        move DayUptakeFactor(DayScan) to MealFactor
    end-if
    initialize MealGroupTable
    perform varying DietGroupScan from 1 by 1 until DietGroupScan is greater than 5
        compute MealGroupHeads(DietGroupScan) =
            DietGroupHeads(DayScan, DietGroupScan) * MealFactor
        perform varying MealDishScan from 1 by 1
            until MealDishScan is greater than MealDishCount
            if MealDishServes(MealDishScan, DietGroupScan) equal to "Y"
                add 1 to MealGroupDishes(DietGroupScan)
            end-if
        end-perform
    end-perform

*> a group with nothing of its own on the menu is spread over every dish,
*> so the cooks still have the quantity to adapt something for them
    perform varying DietGroupScan from 1 by 1 until DietGroupScan is greater than 5
        perform varying MealDishScan from 1 by 1
            until MealDishScan is greater than MealDishCount
            evaluate true
                when MealGroupDishes(DietGroupScan) equal to zero
                    compute MealDishPortions(MealDishScan) =
                        MealDishPortions(MealDishScan)
                        + MealGroupHeads(DietGroupScan) / MealDishCount
                when MealDishServes(MealDishScan, DietGroupScan) equal to "Y"
                    compute MealDishPortions(MealDishScan) =
                        MealDishPortions(MealDishScan)
                        + MealGroupHeads(DietGroupScan)
                        / MealGroupDishes(DietGroupScan)
            end-evaluate
        end-perform
    end-perform

    perform varying MealDishScan from 1 by 1
        until MealDishScan is greater than MealDishCount
        perform varying RecipeScan from 1 by 1
            until RecipeScan is greater than RecipesCount
            move RecipeEntry(RecipeScan) to RecipeWork
            if upper-case(RecipeDish of RecipeWork)
                    equal to upper-case(MealDishName(MealDishScan))
                perform FindMenuIngredient
                if MenuIngredientAt is greater than zero
                    compute MenuIngredientQuantity(MenuIngredientAt) =
                        MenuIngredientQuantity(MenuIngredientAt)
                        + MealDishPortions(MealDishScan)
                        * RecipeQuantity of RecipeWork
                end-if
            end-if
        end-perform
    end-perform
.

FlagDietGroupsDishServes section.
*> standard diners can eat anything on the menu
    move "Y" to MealDishServes(MealDishCount, 1)
    perform varying RecipeScan from 1 by 1
        until RecipeScan is greater than RecipesCount
        move RecipeEntry(RecipeScan) to RecipeWork
        if upper-case(RecipeDish of RecipeWork)
                equal to upper-case(MealDishName(MealDishCount))
            move RecipeServesVegan of RecipeWork
                to MealDishServes(MealDishCount, 2)
            move RecipeServesGlutenFree of RecipeWork
                to MealDishServes(MealDishCount, 3)
            move RecipeServesNutFree of RecipeWork
                to MealDishServes(MealDishCount, 4)
            move RecipeServesVegetarian of RecipeWork
                to MealDishServes(MealDishCount, 5)
            exit perform
        end-if
    end-perform
.

FindMenuIngredient section.
*> finds the ingredient named on RecipeWork in the demand table, adding
*> it if it is new; zero when the table is full
    move zero to MenuIngredientAt
    perform varying MenuIngredientScan from 1 by 1
        until MenuIngredientScan is greater than MenuIngredientCount
        if upper-case(MenuIngredientName(MenuIngredientScan))
                equal to upper-case(RecipeIngredient of RecipeWork)
            move MenuIngredientScan to MenuIngredientAt
            exit section
        end-if
    end-perform
    if MenuIngredientCount is less than 200
        add 1 to MenuIngredientCount
        move RecipeIngredient of RecipeWork
            to MenuIngredientName(MenuIngredientCount)
        move MenuIngredientCount to MenuIngredientAt
    end-if
.

LoadMenuAndRecipes section.
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

ComputeNightSpanForRecord section.
    string "Based on a forecast of " TotalMealsForecast " meals"
        delimited by size into OrderListLine
    write OrderListLine
    if OrderDrivenByMenu
        move spaces to OrderListLine
        string "Recipe ingredients worked from the menu plan in "
            trim(MenuFileName) " and " trim(RecipesFileName)
            delimited by size into OrderListLine
        write OrderListLine
    end-if

    perform varying SupplierScan from 1 by 1
        until SupplierScan is greater than SupplierCount
        move SupplierName(SupplierScan) to SupplierBeingPrinted
        perform PrintSupplierOrder
    end-perform
    if OrderDrivenByMenu
        perform PrintIngredientsNotInStores
    end-if

    move spaces to OrderListLine
    write OrderListLine
    string "Supplier: " trim(SupplierBeingPrinted)
        delimited by size into OrderListLine
    write OrderListLine
    perform PrintSupplierMasterDetails
    move all "-" to OrderListLine
    write OrderListLine

    close StoresFile
.

PrintSupplierMasterDetails section.
*> IngredientSupplier holds the supplier code from the payables master;
*> older stores files have the trading name there instead, so either
*> is accepted - the treasurer pays the invoice from the same record
    set SupplierOnMaster to false
    open input SuppliersFile
        read SuppliersFile
            at end set EndOfSuppliersFile to true
        end-read
        perform until EndOfSuppliersFile or SupplierOnMaster
            if upper-case(trim(SupplierCode of SupplierRecord))
                    equal to upper-case(trim(SupplierBeingPrinted))
                or upper-case(trim(SupplierFullName of SupplierRecord))
                    equal to upper-case(trim(SupplierBeingPrinted))
                set SupplierOnMaster to true
            else
                read SuppliersFile
                    at end set EndOfSuppliersFile to true
                end-read
            end-if
        end-perform
    close SuppliersFile

    move spaces to OrderListLine
    if SupplierOnMaster
        string "  " trim(SupplierFullName of SupplierRecord)
            " - " trim(SupplierContact of SupplierRecord)
            " " trim(SupplierTelephone of SupplierRecord)
            " - terms " SupplierTermsDays of SupplierRecord " days"
            delimited by size into OrderListLine
    else
        move "  (not on the supplier master - add it with Payables --supplier)"
            to OrderListLine
    end-if
    write OrderListLine
.

PrintIngredientsNotInStores section.
*> a recipe naming something the stores file has never heard of cannot
*> be priced or sent to a supplier, so it is listed for the cooks to add
    move zero to MissingFromStores
    perform varying MenuIngredientScan from 1 by 1
        until MenuIngredientScan is greater than MenuIngredientCount
        if MenuIngredientStocked(MenuIngredientScan) equal to "N"
            if MissingFromStores equal to zero
                move spaces to OrderListLine
                write OrderListLine
                move "Needed by the menu but not in the kitchen stores file:"
                    to OrderListLine
                write OrderListLine
                move all "-" to OrderListLine
                write OrderListLine
            end-if
            add 1 to MissingFromStores
            compute QuantityDisplay rounded =
                MenuIngredientQuantity(MenuIngredientScan)
            move spaces to OrderListLine
            string MenuIngredientName(MenuIngredientScan) " "
                QuantityDisplay " (no unit or supplier on file)"
                delimited by size into OrderListLine
            write OrderListLine
        end-if
    end-perform
    if MissingFromStores is greater than zero
        display MissingFromStores
            " menu ingredients are not in the kitchen stores file"
    end-if
.

PrintIngredientOrderLine section.
    compute QuantityRequired = TotalMealsForecast
        * PortionPerMeal of IngredientRecord
    if OrderDrivenByMenu
        perform varying MenuIngredientScan from 1 by 1
            until MenuIngredientScan is greater than MenuIngredientCount
            if upper-case(MenuIngredientName(MenuIngredientScan))
                    equal to upper-case(IngredientName of IngredientRecord)
                move "Y" to MenuIngredientStocked(MenuIngredientScan)
                compute QuantityRequired rounded =
                    MenuIngredientQuantity(MenuIngredientScan)
            end-if
        end-perform
    end-if
    if QuantityRequired is greater than QuantityInStores of IngredientRecord
        compute QuantityToOrder = QuantityRequired
            - QuantityInStores of IngredientRecord
BookInActualUsage section.
    display "Booking in what the kitchen actually used - this nets the"
    display "stores down and refreshes each portion factor for next year."
*> with a hatch log the portion factor is worked from what was really
*> eaten, not from who booked - otherwise no-shows inflate every portion
    perform CountMealsActuallyServed
    if MealsActuallyServed is greater than zero
        display "Portions worked from " MealsActuallyServed
            " meals counted at the hatch"
        move MealsActuallyServed to TotalMealsForecast
    end-if
    open input StoresFile
    open output StoresHoldFile
        read StoresFile
