identification division.
program-id. AllergenMatrix.

environment division.
    configuration section.
        repository.
            function all intrinsic.

input-output section.
file-control.
    select optional AttendeesFile assign to AttendeesFileName
        organization is indexed
        access mode is dynamic
        record key is AuthCode of AttendeeRecord
        file status is AttendeeStatus.

    select optional StoresFile assign to StoresFileName
        organization is line sequential.

    select optional StoresHoldFile assign to StoresHoldFileName
        organization is line sequential.

    select MatrixFile assign to MatrixFileName
        organization is line sequential.

data division.
file section.
    fd AttendeesFile is global.
        copy DD-Attendee replacing Attendee by
            ==AttendeeRecord is global.
            88 EndOfAttendeesFile value high-values==.

    fd StoresFile.
        copy DD-Ingredient replacing Ingredient by
            ==IngredientRecord.
            88 EndOfStoresFile value high-values==.

    fd StoresHoldFile.
        copy DD-Ingredient replacing Ingredient by
            ==IngredientHoldRecord==.

    fd MatrixFile.
        01 MatrixLine pic x(100).

working-storage section.
    01 AttendeeStatus   pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".

    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 StoresFileName pic x(20) value "kitchen-stores.dat".
    01 StoresHoldFileName pic x(20) value "kitchen-stores.tmp".
    01 MatrixFileName pic x(20) value "allergen-matrix.txt".
    01 CommandLineArgumentCount pic 9 value zero.
    01 RunOption pic x(20) value spaces.
    01 DayWanted pic xxx value spaces.

*> the fourteen allergens food law makes us declare, in the order they
*> are tagged on an ingredient. The diet letters are the diet tally
*> categories that cannot eat it (Vegan, vEgetarian, Nut, Gluten), the
*> words are looked for in what people wrote under Diet and MedicalNotes
    01 AllergenDefinitions.
        02 filler pic x(58) value "Celery                  CELERY    CELERIAC  CELERY    ".
        02 filler pic x(58) value "Cereals with gluten    GGLUTEN    WHEAT     COELIAC   ".
        02 filler pic x(58) value "Crustaceans         VE  SHELLFISH CRUSTACEANPRAWN     ".
        02 filler pic x(58) value "Eggs                V   EGGS      EGG ALLERGEGG FREE  ".
        02 filler pic x(58) value "Fish                VE  FISH      FISH      FISH      ".
        02 filler pic x(58) value "Lupin                   LUPIN     LUPIN     LUPIN     ".
        02 filler pic x(58) value "Milk                V   MILK      DAIRY     LACTOSE   ".
        02 filler pic x(58) value "Molluscs            VE  MOLLUSC   SHELLFISH MUSSEL    ".
        02 filler pic x(58) value "Mustard                 MUSTARD   MUSTARD   MUSTARD   ".
        02 filler pic x(58) value "Tree nuts             N NUT       NUT       NUT       ".
        02 filler pic x(58) value "Peanuts               N PEANUT    NUT       GROUNDNUT ".
        02 filler pic x(58) value "Sesame                  SESAME    SESAME    SESAME    ".
        02 filler pic x(58) value "Soya                    SOYA      SOY       SOYA      ".
        02 filler pic x(58) value "Sulphites               SULPHITE  SULFITE   SULPHUR   ".
    01 AllergenTable redefines AllergenDefinitions.
        02 AllergenDefinition occurs 14 times.
            03 AllergenLabel pic x(20).
            03 AllergenDietClash.
                04 ClashesWithVegan pic x.
                04 ClashesWithVegetarian pic x.
                04 ClashesWithNutAllergy pic x.
                04 ClashesWithGlutenFree pic x.
            03 AllergenWord pic x(10) occurs 3 times.
            03 filler pic x(4).
    01 AllergenScan pic 99 value zero.
    01 WordScan pic 9 value zero.

    01 AllergenTotals.
        02 AllergenTotal occurs 14 times.
            03 AllergenIngredientCount pic 999.
            03 AllergenIngredientNames pic x(40).
            03 AllergenDietCount pic 9(4).
            03 AllergenWordCount pic 9(4).
    01 UntaggedIngredients pic 999 value zero.
    01 IngredientsOnFile pic 999 value zero.

    01 CampDayNames value "WedThuFriSatSunMon".
        02 CampDayName pic xxx occurs 6 times.
    01 CampDayScan pic 9 value zero.
    01 FirstDay pic 9 value 1.
    01 LastDay pic 9 value 6.
    01 ArrivalIndex pic 9 value zero.
    01 DepartureIndex pic 9 value zero.
    01 PeopleOnDay pic 9(4) value zero.

    01 DietUpper pic x(60) value spaces.
    01 NotesUpper pic x(60) value spaces.
    01 CategoryTally pic 99 value zero.
    01 DietFlags.
        02 DietFlagVegan pic 9 value 0.
            88 DietIsVegan value 1 when set to false is 0.
        02 DietFlagVegetarian pic 9 value 0.
            88 DietIsVegetarian value 1 when set to false is 0.
        02 DietFlagNutAllergy pic 9 value 0.
            88 DietHasNutAllergy value 1 when set to false is 0.
        02 DietFlagGlutenFree pic 9 value 0.
            88 DietIsGlutenFree value 1 when set to false is 0.
    01 ClashFlag pic 9 value 0.
        88 DietClashes value 1 when set to false is 0.
    01 WordFlag pic 9 value 0.
        88 WordFound value 1 when set to false is 0.

    01 TagEntry pic x(40) value spaces.
    01 TagToken pic x(4) value spaces.
    01 TagPointer pic 99 value zero.
    01 TagNumber pic 99 value zero.
    01 TagsShown pic x(60) value spaces.
    01 TagsPointer pic 99 value zero.
    01 NumberDisplay pic z9.
    01 CountDisplay pic zzz9.
    01 PeopleDisplay pic zzz9.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than zero
        accept RunOption from argument-value
    end-if

    if RunOption equal to "--tag"
        perform TagIngredients
        stop run
    end-if

*> an optional day narrows the sheet to the one the hatch needs today
    if RunOption not equal to spaces
        move upper-case(RunOption(1:1)) to DayWanted(1:1)
        move lower-case(RunOption(2:2)) to DayWanted(2:2)
        move zero to FirstDay
        perform varying CampDayScan from 1 by 1 until CampDayScan is greater than 6
            if CampDayName(CampDayScan) equal to DayWanted
                move CampDayScan to FirstDay
                move CampDayScan to LastDay
            end-if
        end-perform
        if FirstDay equal to zero
            move 1 to FirstDay
            move RunOption to AttendeesFileName
        else
            if CommandLineArgumentCount is greater than 1
                accept AttendeesFileName from argument-value
            end-if
        end-if
    end-if

    perform LoadStoresAllergens
    if IngredientsOnFile equal to zero
        display "No ingredients in " trim(StoresFileName)
            " - nothing to check"
        stop run
    end-if

    open output MatrixFile
    perform varying CampDayScan from FirstDay by 1 until CampDayScan is greater than LastDay
        perform CountPeopleAtRiskOnDay
        perform WriteDaySheet
    end-perform
    close MatrixFile

    display "Allergen matrix written to " trim(MatrixFileName)
    if UntaggedIngredients is greater than zero
        display UntaggedIngredients " ingredients have no allergen tags yet -"
            " run AllergenMatrix --tag"
    end-if
    stop run.

TagIngredients section.
*> one pass down the stores; enter keeps the tags an ingredient has,
*> 0 clears them, otherwise the numbers of every allergen it contains
    display "Allergens:"
    perform varying AllergenScan from 1 by 1 until AllergenScan is greater than 14
        move AllergenScan to NumberDisplay
        display "  " NumberDisplay " " AllergenLabel(AllergenScan)
    end-perform
    open input StoresFile
    open output StoresHoldFile
        read StoresFile
            at end set EndOfStoresFile to true
        end-read
        perform until EndOfStoresFile
            perform ShowIngredientTags
            display spaces
            display trim(IngredientName of IngredientRecord) " - now: " trim(TagsShown)
            display "Allergen numbers it contains (enter to keep, 0 for none):"
            move spaces to TagEntry
            accept TagEntry
            if TagEntry not equal to spaces
                perform ApplyTagEntry
            end-if
            move IngredientRecord to IngredientHoldRecord
            write IngredientHoldRecord
            read StoresFile
                at end set EndOfStoresFile to true
            end-read
        end-perform
    close StoresFile
    close StoresHoldFile
    call "C$COPY" using StoresHoldFileName, StoresFileName, 0
    call "SYSTEM" using "rm -f kitchen-stores.tmp"
    display "Allergen tags saved in " trim(StoresFileName)
.

ShowIngredientTags section.
    move spaces to TagsShown
    move 1 to TagsPointer
    perform varying AllergenScan from 1 by 1 until AllergenScan is greater than 14
        if IngredientContainsAllergen of IngredientRecord(AllergenScan)
            move AllergenScan to NumberDisplay
            string trim(NumberDisplay) " " delimited by size
                into TagsShown with pointer TagsPointer
        end-if
    end-perform
    if TagsShown equal to spaces
        move "no allergens tagged" to TagsShown
    end-if
.

ApplyTagEntry section.
    move spaces to IngredientAllergens of IngredientRecord
    move 1 to TagPointer
    perform until TagPointer is greater than 40
        move spaces to TagToken
        unstring TagEntry delimited by all space or ","
            into TagToken with pointer TagPointer
        end-unstring
        if TagToken not equal to spaces
                and test-numval(TagToken) equal to zero
            move numval(TagToken) to TagNumber
            if TagNumber is greater than zero and TagNumber is not greater than 14
                move "Y" to IngredientAllergen of IngredientRecord(TagNumber)
            end-if
        end-if
    end-perform
    perform varying AllergenScan from 1 by 1 until AllergenScan is greater than 14
        if not IngredientContainsAllergen of IngredientRecord(AllergenScan)
            move "N" to IngredientAllergen of IngredientRecord(AllergenScan)
        end-if
    end-perform
.

LoadStoresAllergens section.
    initialize AllergenTotals
    move zero to IngredientsOnFile
    move zero to UntaggedIngredients
    open input StoresFile
        read StoresFile
            at end set EndOfStoresFile to true
        end-read
        perform until EndOfStoresFile
            add 1 to IngredientsOnFile
*> never tagged is not the same as tagged with none - "N"s mean
*> somebody has been through it
            if IngredientAllergens of IngredientRecord equal to spaces
                add 1 to UntaggedIngredients
            end-if
            perform varying AllergenScan from 1 by 1 until AllergenScan is greater than 14
                if IngredientContainsAllergen of IngredientRecord(AllergenScan)
                    perform AddIngredientToAllergen
                end-if
            end-perform
            read StoresFile
                at end set EndOfStoresFile to true
            end-read
        end-perform
    close StoresFile
.

AddIngredientToAllergen section.
    add 1 to AllergenIngredientCount(AllergenScan)
    if AllergenIngredientCount(AllergenScan) equal to 1
        move IngredientName of IngredientRecord to AllergenIngredientNames(AllergenScan)
    else
        if length(trim(AllergenIngredientNames(AllergenScan)))
                + length(trim(IngredientName of IngredientRecord)) is less than 37
            move spaces to TagsShown
            string trim(AllergenIngredientNames(AllergenScan)) ", "
                trim(IngredientName of IngredientRecord)
                delimited by size into TagsShown
            move TagsShown to AllergenIngredientNames(AllergenScan)
        else
            if AllergenIngredientNames(AllergenScan)(38:3) equal to spaces
                move "..." to AllergenIngredientNames(AllergenScan)(38:3)
            end-if
        end-if
    end-if
.

CountPeopleAtRiskOnDay section.
    move zero to PeopleOnDay
    perform varying AllergenScan from 1 by 1 until AllergenScan is greater than 14
        move zero to AllergenDietCount(AllergenScan)
        move zero to AllergenWordCount(AllergenScan)
    end-perform
    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile
            if (AttendeeComing of AttendeeRecord
                    and not AttendeeIsNoShow of AttendeeRecord)
                    or AttendeeArrived of AttendeeRecord
                    or AttendeeDeparted of AttendeeRecord
                perform FindDayRange
                if CampDayScan is not less than ArrivalIndex
                        and CampDayScan is not greater than DepartureIndex
                    add 1 to PeopleOnDay
                    perform CheckPersonAgainstAllergens
                end-if
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile
.

FindDayRange section.
    move 1 to ArrivalIndex
    perform varying WordScan from 1 by 1 until WordScan is greater than 6
        if CampDayName(WordScan) equal to ArrivalDay of AttendeeRecord
            move WordScan to ArrivalIndex
        end-if
    end-perform
    if CanStayTillMonday of AttendeeRecord
        move 6 to DepartureIndex
    else
        move 5 to DepartureIndex
    end-if
    perform varying WordScan from 1 by 1 until WordScan is greater than 6
        if CampDayName(WordScan) equal to DepartureDay of AttendeeRecord
            move WordScan to DepartureIndex
        end-if
    end-perform
.

CheckPersonAgainstAllergens section.
    perform CategoriseDiet
    move upper-case(MedicalNotes of AttendeeRecord) to NotesUpper
    perform varying AllergenScan from 1 by 1 until AllergenScan is greater than 14
        if AllergenIngredientCount(AllergenScan) is greater than zero
            set DietClashes to false
            if (ClashesWithVegan(AllergenScan) equal to "V" and DietIsVegan)
                    or (ClashesWithVegetarian(AllergenScan) equal to "E" and DietIsVegetarian)
                    or (ClashesWithNutAllergy(AllergenScan) equal to "N" and DietHasNutAllergy)
                    or (ClashesWithGlutenFree(AllergenScan) equal to "G" and DietIsGlutenFree)
                set DietClashes to true
                add 1 to AllergenDietCount(AllergenScan)
            end-if
*> a word already counted under its diet category is not counted twice
            if not DietClashes
                set WordFound to false
                perform varying WordScan from 1 by 1 until WordScan is greater than 3
                    move zero to CategoryTally
                    inspect NotesUpper tallying CategoryTally
                        for all trim(AllergenWord(AllergenScan, WordScan))
                    inspect DietUpper tallying CategoryTally
                        for all trim(AllergenWord(AllergenScan, WordScan))
                    if CategoryTally is greater than zero
                        set WordFound to true
                    end-if
                end-perform
                if WordFound
                    add 1 to AllergenWordCount(AllergenScan)
                end-if
            end-if
        end-if
    end-perform
.

CategoriseDiet section.
*> the same words the diet tally in the BarnCamp report goes by
    set DietIsVegan to false
    set DietIsVegetarian to false
    set DietHasNutAllergy to false
    set DietIsGlutenFree to false
    move upper-case(Diet of AttendeeRecord) to DietUpper
    if DietUpper equal to spaces
        exit section
    end-if
    move zero to CategoryTally
    inspect DietUpper tallying CategoryTally for all "VEGAN"
    if CategoryTally is greater than zero
        set DietIsVegan to true
    end-if
    move zero to CategoryTally
    inspect DietUpper tallying CategoryTally for all "VEGETARIAN"
    if CategoryTally is greater than zero
        set DietIsVegetarian to true
    end-if
    move zero to CategoryTally
    inspect DietUpper tallying CategoryTally for all "NUT"
    if CategoryTally is greater than zero
        set DietHasNutAllergy to true
    end-if
    move zero to CategoryTally
    inspect DietUpper tallying CategoryTally for all "GLUTEN"
    if CategoryTally is greater than zero
        set DietIsGlutenFree to true
    end-if
.

WriteDaySheet section.
    move PeopleOnDay to PeopleDisplay
    move spaces to MatrixLine
    string "Allergens in the kitchen stores - " CampDayName(CampDayScan)
        " (" trim(PeopleDisplay) " on site)"
        delimited by size into MatrixLine
    write MatrixLine
    move all "=" to MatrixLine
    write MatrixLine
    move "Allergen             Diet  Notes  In (ingredients)" to MatrixLine
    write MatrixLine

    perform varying AllergenScan from 1 by 1 until AllergenScan is greater than 14
        if AllergenIngredientCount(AllergenScan) is greater than zero
            move spaces to MatrixLine
            move AllergenLabel(AllergenScan) to MatrixLine(1:20)
            move AllergenDietCount(AllergenScan) to CountDisplay
            move CountDisplay to MatrixLine(21:4)
            move AllergenWordCount(AllergenScan) to CountDisplay
            move CountDisplay to MatrixLine(28:4)
            move AllergenIngredientNames(AllergenScan) to MatrixLine(35:40)
            write MatrixLine
        end-if
    end-perform

    move spaces to MatrixLine
    write MatrixLine
    move "Diet  = people whose diet category cannot have it" to MatrixLine
    write MatrixLine
    move "Notes = others who mention it in their diet or medical notes"
        to MatrixLine
    write MatrixLine
    move spaces to MatrixLine
    move 1 to TagsPointer
    string "Not in any stored ingredient: " delimited by size
        into MatrixLine with pointer TagsPointer
    perform varying AllergenScan from 1 by 1 until AllergenScan is greater than 14
        if AllergenIngredientCount(AllergenScan) equal to zero
                and TagsPointer is less than 80
            string trim(AllergenLabel(AllergenScan)) "; " delimited by size
                into MatrixLine with pointer TagsPointer
        end-if
    end-perform
    write MatrixLine
    if UntaggedIngredients is greater than zero
        move UntaggedIngredients to CountDisplay
        move spaces to MatrixLine
        string "WARNING: " trim(CountDisplay)
            " ingredients not yet checked for allergens - this sheet is incomplete"
            delimited by size into MatrixLine
        write MatrixLine
    end-if
    move spaces to MatrixLine
    write MatrixLine
.

end program AllergenMatrix.
