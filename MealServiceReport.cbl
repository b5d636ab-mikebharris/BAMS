identification division.
program-id. MealServiceReport.

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

    select optional MealsServedFile assign to MealsServedFileName
        organization is line sequential.

    select MealRatiosFile assign to MealRatiosFileName
        organization is line sequential.

    select MealReportFile assign to MealReportFileName
        organization is line sequential.

data division.
file section.
    fd AttendeesFile is global.
        copy DD-Attendee replacing Attendee by
            ==AttendeeRecord is global.
            88 EndOfAttendeesFile value high-values==.

    fd MealsServedFile.
        copy DD-MealServed replacing MealServed by
            ==MealServedRecord.
            88 EndOfMealsServedFile value high-values==.

    fd MealRatiosFile.
        copy DD-MealRatio replacing MealRatio by
            ==MealRatioRecord==.

    fd MealReportFile.
        01 MealReportLine pic x(100).

working-storage section.
    01 AttendeeStatus   pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".

    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 MealsServedFileName pic x(20) value "meals-served.dat".
    01 MealRatiosFileName pic x(20) value "meal-ratios.dat".
    01 MealReportFileName pic x(20) value "meal-service.txt".
    01 CommandLineArgumentCount pic 9 value zero.

    01 CampNightNames value "WedThuFriSatSunMon".
        02 CampNightName pic xxx occurs 6 times indexed by CampNightIndex.
    01 ArrivalNightIndex pic 9 value zero.
    01 DepartureNightIndex pic 9 value zero.
    01 SittingLetters value "BLD".
        02 SittingLetter pic x occurs 3 times.
    01 SittingNames value "Breakfast Lunch     Dinner    ".
        02 SittingName pic x(10) occurs 3 times.
    01 DietLetters value "SVENG".
        02 DietLetter pic x occurs 5 times.
    01 DietNames value "standard  vegan     vegetariannut-free  gluten-fre".
        02 DietName pic x(10) occurs 5 times.

    01 DietUpper pic x(60) value spaces.
    01 CategoryTally pic 99 value zero.
    01 PersonDiet pic 9 value 1.
    01 PeopleInParty pic 99 value zero.

*> heads booked on site per day and diet, against plates served per
*> day, sitting and diet from the hatch log
    01 MealGrid.
        02 MealGridDay occurs 6 times.
            03 ForecastDiet pic 9(4) occurs 5 times value zero.
            03 ForecastDayTotal pic 9(5) value zero.
            03 SittingsLogged pic 9 value zero.
            03 MealGridSitting occurs 3 times.
                04 ServedDiet pic 9(4) occurs 5 times value zero.
                04 ServedSittingTotal pic 9(5) value zero.
            03 ServedDayTotal pic 9(5) value zero.

    01 DayNumber pic 9 value zero.
    01 SittingNumber pic 9 value zero.
    01 DietNumber pic 9 value zero.
    01 UptakeFactor pic 9v999 value zero.
    01 UptakePercent pic zz9.
    01 ServedPerSitting pic 9(5) value zero.
    01 DietServedDisplay pic zzz9.
    01 DietForecastDisplay pic zzz9.
    01 ReportPointer pic 999 value 1.
    01 RatiosWritten pic 99 value zero.
    01 HatchLogFlag pic 9 value 0.
        88 HatchLogHasMeals value 1 when set to false is 0.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than zero
        accept AttendeesFileName from argument-value
    end-if

    perform TallyForecastHeads
    perform TallyMealsServed
    perform WriteMealReport
    if HatchLogHasMeals
        perform WriteMealRatios
    else
        display "Nothing in " trim(MealsServedFileName)
            " - last year's ratios left as they were"
    end-if

    display "Meal service report written to " trim(MealReportFileName)
    display RatiosWritten " uptake ratios saved to " trim(MealRatiosFileName)
        " for next year's forecast"
    stop run.

TallyForecastHeads section.
*> the same people the kitchen forecast counts: booked and not marked
*> a no-show, or already on site
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
            if ((AttendeeComing of AttendeeRecord
                    and not AttendeeIsNoShow of AttendeeRecord)
                    or AttendeeArrived of AttendeeRecord)
                    and not TicketTypeIsDayVisitor of AttendeeRecord
                perform AddRecordToForecast
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile
.

AddRecordToForecast section.
    perform ComputeNightSpanForRecord
    perform ChoosePlateForRecord
    compute PeopleInParty = 1 + NumberOfKids of AttendeeRecord
    perform varying DayNumber from ArrivalNightIndex by 1
        until DayNumber is greater than DepartureNightIndex
        add PeopleInParty to ForecastDiet(DayNumber, PersonDiet)
        add PeopleInParty to ForecastDayTotal(DayNumber)
    end-perform
.

ChoosePlateForRecord section.
*> the hatch logs one letter per plate, so each booking is put in the
*> single category its plate would come from - allergies first, since
*> a vegan with a nut allergy is served from the nut-free tray
    move 1 to PersonDiet
    if Diet of AttendeeRecord equal to spaces
        exit section
    end-if
    move upper-case(Diet of AttendeeRecord) to DietUpper
    move zero to CategoryTally
    inspect DietUpper tallying CategoryTally for all "NUT"
    if CategoryTally is greater than zero
        move 4 to PersonDiet
        exit section
    end-if
    move zero to CategoryTally
    inspect DietUpper tallying CategoryTally for all "GLUTEN"
    if CategoryTally is greater than zero
        move 5 to PersonDiet
        exit section
    end-if
    move zero to CategoryTally
    inspect DietUpper tallying CategoryTally for all "VEGAN"
    if CategoryTally is greater than zero
        move 2 to PersonDiet
        exit section
    end-if
    move zero to CategoryTally
    inspect DietUpper tallying CategoryTally for all "VEGETARIAN"
    if CategoryTally is greater than zero
        move 3 to PersonDiet
    end-if
.

ComputeNightSpanForRecord section.
    set CampNightIndex to 1
    search CampNightName
        at end move 1 to ArrivalNightIndex
        when CampNightName(CampNightIndex) equal to ArrivalDay of AttendeeRecord
            move CampNightIndex to ArrivalNightIndex
    end-search

    evaluate true
        when DepartureDayIsValid of AttendeeRecord
            set CampNightIndex to 1
            search CampNightName
                at end move ArrivalNightIndex to DepartureNightIndex
                when CampNightName(CampNightIndex)
                        equal to DepartureDay of AttendeeRecord
                    move CampNightIndex to DepartureNightIndex
            end-search
        when CanStayTillMonday of AttendeeRecord
            move 6 to DepartureNightIndex
        when other
            move 5 to DepartureNightIndex
    end-evaluate

    if DepartureNightIndex is less than ArrivalNightIndex
        move ArrivalNightIndex to DepartureNightIndex
    end-if
.

TallyMealsServed section.
    open input MealsServedFile
        read MealsServedFile
            at end set EndOfMealsServedFile to true
        end-read
        perform until EndOfMealsServedFile
            perform AddServedLineToGrid
            read MealsServedFile
                at end set EndOfMealsServedFile to true
            end-read
        end-perform
    close MealsServedFile

    perform varying DayNumber from 1 by 1 until DayNumber greater than 6
        perform varying SittingNumber from 1 by 1
            until SittingNumber greater than 3
            if ServedSittingTotal(DayNumber, SittingNumber)
                    is greater than zero
                add 1 to SittingsLogged(DayNumber)
                set HatchLogHasMeals to true
            end-if
        end-perform
    end-perform
.

AddServedLineToGrid section.
    perform varying DayNumber from 1 by 1 until DayNumber greater than 6
        if CampNightName(DayNumber) equal to MealDay of MealServedRecord
            exit perform
        end-if
    end-perform
    perform varying SittingNumber from 1 by 1 until SittingNumber greater than 3
        if SittingLetter(SittingNumber) equal to MealSitting of MealServedRecord
            exit perform
        end-if
    end-perform
    perform varying DietNumber from 1 by 1 until DietNumber greater than 5
        if DietLetter(DietNumber) equal to MealDiet of MealServedRecord
            exit perform
        end-if
    end-perform
    if DayNumber is greater than 6 or SittingNumber is greater than 3
            or DietNumber is greater than 5
        exit section
    end-if
    add MealCount of MealServedRecord
        to ServedDiet(DayNumber, SittingNumber, DietNumber)
    add MealCount of MealServedRecord
        to ServedSittingTotal(DayNumber, SittingNumber)
    add MealCount of MealServedRecord to ServedDayTotal(DayNumber)
.

WriteMealReport section.
    open output MealReportFile
    move "Meals served against the booked headcount" to MealReportLine
    write MealReportLine
    move all "=" to MealReportLine
    write MealReportLine
    move "Uptake is plates served per head booked on site that day"
        to MealReportLine
    write MealReportLine

    perform varying DayNumber from 1 by 1 until DayNumber greater than 6
        if ForecastDayTotal(DayNumber) is greater than zero
                or ServedDayTotal(DayNumber) is greater than zero
            perform WriteMealReportDay
        end-if
    end-perform
    close MealReportFile
.

WriteMealReportDay section.
    move spaces to MealReportLine
    write MealReportLine
    move spaces to MealReportLine
    string CampNightName(DayNumber) " - " ForecastDayTotal(DayNumber)
        " booked on site"
        delimited by size into MealReportLine
    write MealReportLine

    move spaces to MealReportLine
    move 1 to ReportPointer
    string "  Forecast  " delimited by size
        into MealReportLine with pointer ReportPointer
    perform varying DietNumber from 1 by 1 until DietNumber greater than 5
        move ForecastDiet(DayNumber, DietNumber) to DietForecastDisplay
        string DietName(DietNumber) DietForecastDisplay "  "
            delimited by size into MealReportLine with pointer ReportPointer
    end-perform
    write MealReportLine

    perform varying SittingNumber from 1 by 1 until SittingNumber greater than 3
        if ServedSittingTotal(DayNumber, SittingNumber) is greater than zero
            perform WriteMealReportSitting
        end-if
    end-perform
    if SittingsLogged(DayNumber) equal to zero
        move "  (nothing logged at the hatch)" to MealReportLine
        write MealReportLine
    end-if
.

WriteMealReportSitting section.
    move zero to UptakeFactor
    if ForecastDayTotal(DayNumber) is greater than zero
        compute UptakeFactor rounded =
            ServedSittingTotal(DayNumber, SittingNumber)
                / ForecastDayTotal(DayNumber)
            on size error move 9.999 to UptakeFactor
        end-compute
    end-if
    compute UptakePercent = UptakeFactor * 100
        on size error move 999 to UptakePercent
    end-compute

    move spaces to MealReportLine
    move 1 to ReportPointer
    string "  " SittingName(SittingNumber) delimited by size
        into MealReportLine with pointer ReportPointer
    perform varying DietNumber from 1 by 1 until DietNumber greater than 5
        move ServedDiet(DayNumber, SittingNumber, DietNumber)
            to DietServedDisplay
        string DietName(DietNumber) DietServedDisplay "  "
            delimited by size into MealReportLine with pointer ReportPointer
    end-perform
    string "uptake " UptakePercent "%"
        delimited by size into MealReportLine with pointer ReportPointer
    write MealReportLine
    if UptakeFactor is less than 0.8
        move spaces to MealReportLine
        string "    ** only " UptakePercent "% came to "
            trim(SittingName(SittingNumber))
            " - cater this sitting down next year **"
            delimited by size into MealReportLine
        write MealReportLine
    end-if
.

WriteMealRatios section.
*> rewritten whole each run: one line per day and sitting, plus a
*> whole-day line (sitting blank) that KitchenProcurement scales its
*> forecast by - days with no hatch log are left out so the kitchen
*> falls back to the plain headcount
    move zero to RatiosWritten
    open output MealRatiosFile
    perform varying DayNumber from 1 by 1 until DayNumber greater than 6
        if SittingsLogged(DayNumber) is greater than zero
                and ForecastDayTotal(DayNumber) is greater than zero
            perform varying SittingNumber from 1 by 1
                until SittingNumber greater than 3
                if ServedSittingTotal(DayNumber, SittingNumber)
                        is greater than zero
                    initialize MealRatioRecord
                    move CampNightName(DayNumber) to MealRatioDay of MealRatioRecord
                    move SittingLetter(SittingNumber)
                        to MealRatioSitting of MealRatioRecord
                    move ServedSittingTotal(DayNumber, SittingNumber)
                        to MealRatioServed of MealRatioRecord
                    move ForecastDayTotal(DayNumber)
                        to MealRatioForecast of MealRatioRecord
                    compute MealRatioFactor of MealRatioRecord rounded =
                        ServedSittingTotal(DayNumber, SittingNumber)
                            / ForecastDayTotal(DayNumber)
                        on size error
                            move 9.999 to MealRatioFactor of MealRatioRecord
                    end-compute
                    write MealRatioRecord
                    add 1 to RatiosWritten
                end-if
            end-perform

            compute ServedPerSitting rounded =
                ServedDayTotal(DayNumber) / SittingsLogged(DayNumber)
            initialize MealRatioRecord
            move CampNightName(DayNumber) to MealRatioDay of MealRatioRecord
            move space to MealRatioSitting of MealRatioRecord
            move ServedPerSitting to MealRatioServed of MealRatioRecord
            move ForecastDayTotal(DayNumber) to MealRatioForecast of MealRatioRecord
            compute MealRatioFactor of MealRatioRecord rounded =
                ServedPerSitting / ForecastDayTotal(DayNumber)
                on size error
                    move 9.999 to MealRatioFactor of MealRatioRecord
            end-compute
            write MealRatioRecord
            add 1 to RatiosWritten
        end-if
    end-perform
    close MealRatiosFile
.

end program MealServiceReport.
