        select optional EventsRegistryFile assign to EventsRegistryFileName
            organization is line sequential.

        select optional InKindFile assign to InKindFileName
            organization is line sequential.

data division.
file section.
    fd AttendeesFile is global.
            ==ExpenseRecord.
            88 EndOfExpensesFile value high-values==.

    fd InKindFile.
        copy DD-InKind replacing InKindDonation by
            ==InKindRecord.
            88 EndOfInKindFile value high-values==.

    fd EventDetailsFile.
        copy DD-EventDetails replacing EventDetails by
            ==EventDetailsRecord==.
        02 NightOccupancy occurs 6 times indexed by NightOccupancyIndex.
            03 AdultsOnNight pic 999 value zero.
            03 KidsOnNight pic 99 value zero.
            03 MinorsOnNight pic 99 value zero.
            03 TentsOnNight pic 999 value zero.
            03 CampervansOnNight pic 999 value zero.
            03 CaravansOnNight pic 999 value zero.
            03 YieldTicketCount pic 999 value zero.
            03 YieldPaid pic 9(5) value zero.
            03 YieldToPay pic s9(5) value zero.
            03 YieldFamilyReduction pic 9(5) value zero.
    01 TotalFamilyReduction pic 9(5) value zero.
    01 FullPriceForYield pic 9(4) value zero.
    01 TicketTypeLetters value "ACNV".
        02 TicketTypeLetter pic x occurs 4 times.
    01 StandardPriceTable.
    01 TotalOutgoings pic 9(6)v99 value zero.
    01 NetPosition pic s9(6)v99 value zero.
    01 NetPositionOutput pic -(6)9.99.
    01 InKindFileName pic x(20) value "in-kind.dat".
    01 TotalInKind pic 9(6) value zero.
    01 CostIncludingInKind pic 9(7)v99 value zero.
    01 CostIncludingInKindOutput pic z(6)9.99.
    01 TotalInKindOutput pic z(5)9.99.

    01 TotalDonations pic 9(5) value zero.
    01 ConcessionTicketCount pic 999 value zero.

    01 TotalPaid pic 9(4) value zero.
    01 TotalToPay pic 9(4) value zero.
    01 TotalWrittenOff pic 9(4) value zero.
    01 WrittenOffCount pic 999 value zero.
    01 TotalIncome pic 9(4) value zero.
    01 NumberOfAttendees pic 9(3) value zero.
    01 AveragePaid pic 99v99 value zero.
    01 FigureOutput pic z,z99.99.

    01 AttendeesFileName pic x(20) value spaces.
    copy DD-LayoutCheck.
    copy DD-ExtractControl.
    copy DD-ExtractFigures.
    01 CommandLineArgumentCount pic 9 value zero.
    01 FirstArgument pic x(20) value spaces.
    01 ReportOption pic x(10) value spaces.
    01 DBSCutoffDate pic 9(8) value zero.
    01 DBSDateNumeric pic 9(8) value zero.
    01 DBSProblemCount pic 999 value zero.
    copy DD-TaskRaise.

    01 CompareModeFlag pic 9 value 0.
        88 CompareModeOn value 1 when set to false is 0.
    01 KidsArrivingOnThisDay pic 99 value zero.
    01 ArrivalsNotPaidOnThisDay pic 999 value zero.

    copy DD-FieldAccess.
    01 SensitiveLinesShown pic 999 value zero.
    01 SensitiveLinesDisplay pic zz9.
    01 SensitiveReportName pic x(20) value spaces.

procedure division.
*> the notes and DBS dates in these reports are masked unless the
*> operator running them may see that group
    accept FieldAccessOperatorId from environment "BAMS_OPERATOR"
    move "BarnCampReport" to FieldAccessProgram
    call "FieldAccess" using FieldAccess

    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is less than 1 then
        move "attendees.dat" to AttendeesFileName
    display spaces
    display "Medical notes report"
    display "====================="
    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move zero to SensitiveLinesShown
    perform OpenAttendeeSource
        perform ReadNextAttendee
        perform until EndOfAttendeesFile
            if function length(function trim(MedicalNotes)) is greater than zero then
                if MedicalFieldsVisible
                    display function trim(AttendeeName) ": " function trim(MedicalNotes)
                    add 1 to SensitiveLinesShown
                else
                    display function trim(AttendeeName) ": on file - see first aid"
                end-if
            end-if
            perform ReadNextAttendee
        end-perform
    perform CloseAttendeeSource

    display spaces
    display "Special diet report"
    display "==================="
    perform OpenAttendeeSource
        perform ReadNextAttendee
        perform until EndOfAttendeesFile
            if function length(function trim(Diet)) is greater than 5  then
                if MedicalFieldsVisible
                    display function trim(AttendeeName) " says '" function trim (Diet) "'"
                    add 1 to SensitiveLinesShown
                else
                    display function trim(AttendeeName) " has diet notes - see first aid"
                end-if
            end-if
            perform CategoriseDietForAttendee
            if Diet not equal to spaces then
                perform AddAttendeeToCateringForecast
            end-if
            perform AddAttendeeToYield
            perform ReadNextAttendee
        end-perform
    perform CloseAttendeeSource
    if SensitiveLinesShown is greater than zero
        move "medical and diet" to SensitiveReportName
        perform LogSensitiveLinesShown
    end-if

    display spaces
    display "Vegan:        " VeganCount

    multiply CostPerNight by TotalNightsCamping giving TotalCampingCharge

    display "Night        Adults  Kids   Tents  Vans  Caravans  Day   16/17 alone"
    move "Camping" to CSVSection
    perform varying CampNightIndex from 1 by 1 until CampNightIndex greater than 6
        if StartDayIndex is less than or equal to CampNightIndex
                "   " CampervansOnNight(CampNightIndex)
                "    " CaravansOnNight(CampNightIndex)
                "      " DayVisitorsOnNight(CampNightIndex)
                "   " MinorsOnNight(CampNightIndex)
            move CampNightName(CampNightIndex) to CSVLabel
            move AdultsOnNight(CampNightIndex) to CSVValue
            perform WriteCSVReportRow
                into CSVLabel
            move KidsOnNight(CampNightIndex) to CSVValue
            perform WriteCSVReportRow
            move spaces to CSVLabel
            string
                function trim(CampNightName(CampNightIndex)) delimited by size
                " 16/17 Alone" delimited by size
                into CSVLabel
            move MinorsOnNight(CampNightIndex) to CSVValue
            perform WriteCSVReportRow
            multiply AdultsOnNight(CampNightIndex) by MaxKidsPerAdult
                giving MaxKidsAllowedOnNight
            if KidsOnNight(CampNightIndex) is greater than MaxKidsAllowedOnNight
                display "  ** WARNING: safeguarding ratio exceeded on "
                    CampNightName(CampNightIndex) " - " KidsOnNight(CampNightIndex)
                    " kids against " AdultsOnNight(CampNightIndex) " adults **"
                if MinorsOnNight(CampNightIndex) is greater than zero
                    display "     (" MinorsOnNight(CampNightIndex)
                        " unaccompanied 16/17s not counted as adults)"
                end-if
            end-if
        end-if
    end-perform
            delimited by size into CSVLabel
        move YieldToPayDisplay to CSVValue
        perform WriteCSVReportRow
        add YieldFamilyReduction(YieldSlot) to TotalFamilyReduction
    end-perform
    display "Family ticket cap reductions: " TotalFamilyReduction
        " (A " YieldFamilyReduction(1) ", C " YieldFamilyReduction(2)
        ", N " YieldFamilyReduction(3) ", V " YieldFamilyReduction(4) ")"
    move "Family cap reductions" to CSVLabel
    move TotalFamilyReduction to CSVValue
    perform WriteCSVReportRow
    if PriceMismatchCount is greater than zero
        display "Records priced off the standard rate for their type: "
            PriceMismatchCount " (listed above)"
    move TotalIncome to FigureOutput
    display "-------------------------"
    display "Total income is: " FigureOutput
    call "BadDebtStats" using by reference TotalWrittenOff, WrittenOffCount
    move TotalWrittenOff to FigureOutput
    display "Bad debt written off: " FigureOutput " (" WrittenOffCount " people)"

    call "DonationStats" using by reference TotalDonations, ConcessionTicketCount
    divide TotalDonations by ConcessionSubsidy giving ConcessionsCovered
    move "Concessions covered" to CSVLabel
    move ConcessionsCovered to CSVValue
    perform WriteCSVReportRow
    move "Bad debt written off" to CSVLabel
    move TotalWrittenOff to CSVValue
    perform WriteCSVReportRow

    perform LoadExpenseLedger

    display "Camping charge due:  " FigureOutput
    display "Income less outgoings: " NetPositionOutput

*> goods given or lent are kept out of income and outgoings above, as
*> no money changes hands, but the camp could not run without them
    perform LoadInKindRegister
    compute CostIncludingInKind = TotalOutgoings + TotalInKind
    move CostIncludingInKind to CostIncludingInKindOutput
    move TotalInKind to TotalInKindOutput
    display "In-kind donations and loans: " TotalInKindOutput
    display "Cost including in-kind: " CostIncludingInKindOutput

    if TotalIncome is less than TotalOutgoings
        display spaces
        display "  ** WARNING: projected income does not cover the camping charge plus expenses **"
    move "Total expenses" to CSVLabel
    move TotalExpenses to CSVValue
    perform WriteCSVReportRow
    move "In-kind donations" to CSVLabel
    move TotalInKind to CSVValue
    perform WriteCSVReportRow
    move "Cost including in-kind" to CSVLabel
    move CostIncludingInKindOutput to CSVValue
    perform WriteCSVReportRow
    move "Budget shortfall" to CSVLabel
    if TotalIncome is less than TotalOutgoings
        move "Y" to CSVValue
    exit program.

ComputeAttendeeNightSpan section.
    if ReadingExtract
        move ExtractArrivalNight to ArrivalNightIndex
        move ExtractDepartureNight to DepartureNightIndex
        exit section
    end-if
    set CampNightIndex to 1
    search CampNightName
        at end move 1 to ArrivalNightIndex

    perform varying CampNightIndex from ArrivalNightIndex by 1
            until CampNightIndex is greater than DepartureNightIndex
*> a 16 or 17 year old on their own is on an adult ticket but can
*> answer for nobody's children, so they stay out of the ratio
        if AttendeeIsUnaccompaniedMinor of AttendeeRecord
            add 1 to MinorsOnNight(CampNightIndex)
        else
            add 1 to AdultsOnNight(CampNightIndex)
        end-if
        add NumberOfKids of AttendeeRecord to KidsOnNight(CampNightIndex)
        evaluate true
            when AccommodationIsCampervan of AttendeeRecord
    set DietIsVegetarian to false
    set DietHasNutAllergy to false
    set DietIsGlutenFree to false
    if ReadingExtract
        if ExtractHasVegan
            set DietIsVegan to true
        end-if
        if ExtractHasVegetarian
            set DietIsVegetarian to true
        end-if
        if ExtractHasNutAllergy
            set DietHasNutAllergy to true
        end-if
        if ExtractHasGlutenFree
            set DietIsGlutenFree to true
        end-if
        exit section
    end-if
    if Diet not equal to spaces
        move function upper-case(Diet) to DietUpper
        move zero to CategoryTally
    end-if
.

LoadInKindRegister section.
    move zero to TotalInKind
    open input InKindFile
        read InKindFile
            at end set EndOfInKindFile to true
        end-read
        perform until EndOfInKindFile
            add InKindValue of InKindRecord to TotalInKind
            read InKindFile
                at end set EndOfInKindFile to true
            end-read
        end-perform
    close InKindFile
.

LoadExpenseLedger section.
    move zero to TotalExpenses
    move zero to ExpenseCategoryCount
    add AmountPaid of AttendeeRecord to YieldPaid(YieldSlot)
    add AmountToPay of AttendeeRecord to YieldToPay(YieldSlot)
    subtract AmountPaid of AttendeeRecord from YieldToPay(YieldSlot)
*> a family member's price is checked before the cap took its share
    move AmountToPay of AttendeeRecord to FullPriceForYield
    if FamilyCapReduction of AttendeeRecord is numeric
        add FamilyCapReduction of AttendeeRecord to YieldFamilyReduction(YieldSlot)
        add FamilyCapReduction of AttendeeRecord to FullPriceForYield
    end-if

    move zero to ChargeableKidsForYield
    if ReadingExtract
        move ExtractChargeableKids to ChargeableKidsForYield
    else
        perform varying YieldKidScan from 1 by 1
            until YieldKidScan is greater than NumberOfKids of AttendeeRecord
                or YieldKidScan is greater than 9
            if KidAge of AttendeeRecord(YieldKidScan)
                    is greater than or equal to ChargeableKidAgeThreshold
                add 1 to ChargeableKidsForYield
            end-if
        end-perform
    end-if

    perform ClassifyBookingTier
    add 1 to TierBookingCount(TierSlotForRecord)
        end-evaluate
    end-if

    if FullPriceForYield not equal to ExpectedPriceForYield
        add 1 to PriceMismatchCount
        display "  ** " function trim(AttendeeName) " (" AuthCode of AttendeeRecord
            ") pays " FullPriceForYield
            " against the expected " ExpectedPriceForYield
            " for type " TicketType of AttendeeRecord " **"
    end-if
.

CountSignUpsByWeek section.
    perform OpenAttendeeSource
        perform ReadNextAttendee
        perform until EndOfAttendeesFile
            if SignUpDate of AttendeeRecord not equal to zeroes
                move SignUpDate of AttendeeRecord to SignUpDateNumeric
                    end-if
                end-if
            end-if
            perform ReadNextAttendee
        end-perform
    perform CloseAttendeeSource
.

DisplayWashupReport section.
    move EventStartDate of EventDetails to EventStartNumeric

    perform OpenAttendeeSource
        perform ReadNextAttendee
        perform until EndOfAttendeesFile
            perform AddAttendeeToWashup
            perform ReadNextAttendee
        end-perform
    perform CloseAttendeeSource

    display "Post-camp wash-up - booked v arrived v no-show"
    display "=============================================="
    accept TodaysDateNumeric from date yyyymmdd

    move zero to AttendeesInArrears
    perform OpenAttendeeSource
        perform ReadNextAttendee
        perform until EndOfAttendeesFile
            if NumberOfPlannedInstalments of AttendeeRecord is greater than zero
                    and not AttendeeCancelled of AttendeeRecord
                        ", paid " AmountPaid of AttendeeRecord ")"
                end-if
            end-if
            perform ReadNextAttendee
        end-perform
    perform CloseAttendeeSource

    display spaces
    display "Attendees genuinely behind on their plan: " AttendeesInArrears
    subtract 30000 from DBSCutoffDate

    move zero to DBSProblemCount
    move zero to SensitiveLinesShown
    perform OpenAttendeeSource
        perform ReadNextAttendee
        perform until EndOfAttendeesFile
            if (AttendeeRoleIsVolunteer of AttendeeRecord
                    or AttendeeRoleIsLeader of AttendeeRecord)
                        display function trim(AttendeeName) " (" AuthCode of AttendeeRecord
                            ", role " AttendeeRole of AttendeeRecord
                            ") - no DBS check recorded"
                        move "No DBS check recorded - get one done before they work"
                            to TaskRaiseDescription
                        perform RaiseDBSTask
                    when other
                        move DBSCheckDate of AttendeeRecord to DBSDateNumeric
                        if DBSDateNumeric is less than DBSCutoffDate
                            add 1 to DBSProblemCount
                            move "DBS check over three years old - ask for a renewal"
                                to TaskRaiseDescription
                            perform RaiseDBSTask
                            if SafeguardingFieldsVisible
                                display function trim(AttendeeName) " (" AuthCode of AttendeeRecord
                                    ", role " AttendeeRole of AttendeeRecord
                                    ") - DBS check dated " DBSCheckDate of AttendeeRecord
                                    " is over three years old"
                                add 1 to SensitiveLinesShown
                            else
                                display function trim(AttendeeName) " (" AuthCode of AttendeeRecord
                                    ", role " AttendeeRole of AttendeeRecord
                                    ") - DBS check is over three years old"
                            end-if
                        end-if
                end-evaluate
            end-if
            perform ReadNextAttendee
        end-perform
    perform CloseAttendeeSource

    display spaces
    display "Volunteers and leaders needing a new DBS check: " DBSProblemCount
    if SensitiveLinesShown is greater than zero
        move "DBS expiry" to SensitiveReportName
        perform LogSensitiveLinesShown
    end-if
.

RaiseDBSTask section.
*> the check runs every night, so the task is only raised the first
*> time - RaiseTask leaves one that is still open alone
    move AuthCode of AttendeeRecord to TaskRaiseAuthCode
    move "A" to TaskRaiseRole
    move "DBS" to TaskRaiseSource
    move "DBSCHECK" to TaskRaiseBy
    move 14 to TaskRaiseDueInDays
    call "RaiseTask" using TaskRaise
    initialize TaskRaiseDetails
.

LogSensitiveLinesShown section.
    move SensitiveLinesShown to SensitiveLinesDisplay
    move spaces to FieldAccessSubject
    move spaces to FieldAccessDetail
    string function trim(SensitiveReportName) " " function trim(SensitiveLinesDisplay)
        " lines" delimited by size into FieldAccessDetail
    end-string
    call "LogUnmaskedView" using FieldAccess
.

DisplayUnpaidChaseList section.
    display "Outstanding payments chase list"
    display "================================"
    perform OpenAttendeeSource
        perform ReadNextAttendee
        perform until EndOfAttendeesFile
            if AttendeeNotPaid of AttendeeRecord
                    and not BalanceWrittenOff of AttendeeRecord then
                subtract AmountPaid of AttendeeRecord from AmountToPay of AttendeeRecord
                    giving AmountOutstanding
                display function trim(AttendeeName) ", " function trim(Email)
                    ", " function trim(Telephone) " owes " AmountOutstanding
            end-if
            perform ReadNextAttendee
        end-perform
    perform CloseAttendeeSource
.

OpenAttendeeSource section.
*> the overnight extract stands in for the live file when there is a
*> current one taken from it; otherwise the live file is read as ever
    move AttendeesFileName to ExtractControlLiveName
    call "AttendeeExtract" using ExtractControl
    if ExtractRefused
        move 8 to return-code
        stop run
    end-if
    if ReadingLiveFile
        move zeroes to AuthCode of AttendeeRecord
        start AttendeesFile key is greater than AuthCode of AttendeeRecord
        open input AttendeesFile
    end-if
.

ReadNextAttendee section.
    if ReadingExtract
        call "ReadAttendeeExtract" using ExtractControl, ExtractFigures,
            AttendeeRecord
        if ExtractControlAtEnd
            set EndOfAttendeesFile to true
        end-if
    else
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
    end-if
.

CloseAttendeeSource section.
    if ReadingExtract
        call "CloseAttendeeExtract"
    else
        close AttendeesFile
    end-if
.

end program BarnCampReport.
