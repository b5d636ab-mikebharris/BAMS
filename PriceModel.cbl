identification division.
program-id. PriceModel.

environment division.
    configuration section.
        repository.
            function all intrinsic.

input-output section.
file-control.
    select optional ArchiveFile assign to ArchiveFileName
        organization is indexed
        access mode is dynamic
        record key is AuthCode of ArchiveRecord
        file status is ArchiveStatus.

    select optional BudgetFile assign to BudgetFileName
        organization is line sequential.

    select optional ExpensesFile assign to ExpensesFileName
        organization is line sequential.

    select optional EventsRegistryFile assign to EventsRegistryFileName
        organization is line sequential.

    select optional EventsRegistryHoldFile assign to EventsRegistryHoldFileName
        organization is line sequential.

data division.
file section.
    fd ArchiveFile.
        copy DD-Attendee replacing Attendee by
            ==ArchiveRecord.
            88 EndOfArchiveFile value high-values==.

    fd BudgetFile.
        copy DD-Budget replacing BudgetLine by
            ==BudgetRecord.
            88 EndOfBudgetFile value high-values==.

    fd ExpensesFile.
        copy DD-Expense replacing Expense by
            ==ExpenseRecord.
            88 EndOfExpensesFile value high-values==.

    fd EventsRegistryFile.
        copy DD-Event replacing Event by
            ==EventRegistryRecord.
            88 EndOfEventsRegistryFile value high-values==.

    fd EventsRegistryHoldFile.
        copy DD-Event replacing Event by
            ==EventRegistryHoldRecord==.

working-storage section.
    01 ArchiveStatus pic x(2).

    01 ArchiveFileName pic x(30) value spaces.
    01 NextEventFileName pic x(20) value spaces.
    01 BudgetFileName pic x(20) value "budget.dat".
    01 ExpensesFileName pic x(20) value "expenses.dat".
    01 EventsRegistryFileName pic x(20) value "events.dat".
    01 EventsRegistryHoldFileName pic x(20) value "events.tmp".
    copy DD-LayoutCheck.
    01 CommandLineArgumentCount pic 9 value zero.

*> the ticket types in the order the events registry holds their prices
    01 TicketTypeCodes value "ACNVD".
        02 TicketTypeCode pic x occurs 5 times.
    01 TicketTypeNames.
        02 filler pic x(12) value "Adult".
        02 filler pic x(12) value "Child".
        02 filler pic x(12) value "Concession".
        02 filler pic x(12) value "Volunteer".
        02 filler pic x(12) value "Day visitor".
    01 filler redefines TicketTypeNames.
        02 TicketTypeName pic x(12) occurs 5 times.

    01 TicketMixTable.
        02 TicketMix occurs 5 times.
            03 MixBooked pic 9(4) value zero.
            03 MixShare pic 9v9999 value zero.
*> last year's prices set how the types stand against each other - a
*> child at half the adult price stays at half
            03 MixWeight pic 999 value zero.
            03 MixBreakEven pic 9(4) value zero.
            03 MixChosen pic 999 value zero.
    01 TypeSlot pic 9 value zero.

    01 ArchiveBooked pic 9(4) value zero.
    01 ArchiveCancelled pic 9(4) value zero.
    01 ArchiveNoShow pic 9(4) value zero.
    01 ArchiveDonations pic 9(6) value zero.
    01 ShowRate pic 9v999 value zero.
    01 DonationPerBooking pic 999v99 value zero.
    01 ArchivePricesFoundFlag pic 9 value 0.
        88 ArchivePricesFound value 1 when set to false is 0.
    01 NextEventFoundFlag pic 9 value 0.
        88 NextEventFound value 1 when set to false is 0.
    01 NextEventName pic x(40) value spaces.

    01 CostTable.
        02 CostSlot occurs 30 times.
            03 CostCategory pic x(15) value spaces.
            03 CostPlanned pic 9(6) value zeroes.
            03 CostActual pic 9(6) value zeroes.
    01 CostCount pic 99 value zero.
    01 CostScan pic 99 value zero.
    01 CategoryEntry pic x(15) value spaces.
    01 CostFoundFlag pic 9 value 0.
        88 CategoryAlreadyCosted value 1 when set to false is 0.
    01 TotalPlanned pic 9(7) value zero.
    01 TotalActual pic 9(7) value zero.
*> each category costs whichever is the bigger of what was planned and
*> what was really spent - an overspend this year is next year's budget
    01 CostBase pic 9(7) value zero.

    01 ScenarioBookings pic 9(4) value zero.
    01 ScenarioCostChange pic s99 value zero.
    01 ScenarioCosts pic 9(7)v99 value zero.
    01 ScenarioShowing pic 9(5)v9 value zero.
    01 ScenarioDonations pic 9(7)v99 value zero.
    01 CostsToRecover pic s9(7)v99 value zero.
    01 WeightedHeads pic 9(7)v9999 value zero.
    01 PriceFactor pic 9(5)v9999 value zero.
    01 ScenarioIncome pic 9(7)v99 value zero.
    01 ScenarioResponse pic x value space.
        88 SaveThesePrices values "Y", "y".
    01 ChosenPriceEntry pic x(4) value spaces.

    01 PercentDisplay pic zz9.9.
    01 RateDisplay pic 9.999.
    01 MoneyDisplay pic z(6)9.
    01 SignedMoneyDisplay pic -(6)9.
    01 PriceDisplay pic zzz9.
    01 LastPriceDisplay pic zz9.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is less than 2
        display "Usage: PriceModel <last year's archive file> <next event data file>"
        stop run
    end-if
    accept ArchiveFileName from argument-value
    accept NextEventFileName from argument-value

    move ArchiveFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    perform MineArchive
    if ArchiveBooked equal to zero
        display "No bookings in " trim(ArchiveFileName) " - nothing to base prices on"
        stop run
    end-if
    perform LoadCosts
    perform FindPriceWeights
    if not NextEventFound
        display "No event in " trim(EventsRegistryFileName) " uses "
            trim(NextEventFileName) " - set the event up in bams first"
        stop run
    end-if
    perform ShowBasis

    move ArchiveBooked to ScenarioBookings
    perform until ScenarioBookings equal to zero
        perform RunScenario
        display spaces
        display "Expected bookings for another scenario (0 to finish):"
        move zero to ScenarioBookings
        accept ScenarioBookings
    end-perform
    stop run.

MineArchive section.
*> the show rate is worked out the way AttritionForecast does it - a
*> cancellation or a no-show is a booking that brings no-one
    move zeroes to AuthCode of ArchiveRecord
    start ArchiveFile key is greater than AuthCode of ArchiveRecord
    open input ArchiveFile
        read ArchiveFile next record
            at end set EndOfArchiveFile to true
        end-read
        perform until EndOfArchiveFile
            add 1 to ArchiveBooked
            evaluate true
                when AttendeeCancelled of ArchiveRecord
                    add 1 to ArchiveCancelled
                when AttendeeIsNoShow of ArchiveRecord
                    add 1 to ArchiveNoShow
                when other
                    perform varying TypeSlot from 1 by 1 until TypeSlot is greater than 5
                        if TicketType of ArchiveRecord equal to TicketTypeCode(TypeSlot)
                            add 1 to MixBooked(TypeSlot)
                        end-if
                    end-perform
            end-evaluate
            if DonationAmount of ArchiveRecord is numeric
                add DonationAmount of ArchiveRecord to ArchiveDonations
            end-if
            read ArchiveFile next record
                at end set EndOfArchiveFile to true
            end-read
        end-perform
    close ArchiveFile

    if ArchiveBooked equal to zero
        exit section
    end-if
    compute ShowRate rounded =
        (ArchiveBooked - ArchiveCancelled - ArchiveNoShow) / ArchiveBooked
    compute DonationPerBooking rounded = ArchiveDonations / ArchiveBooked
    if ArchiveBooked is greater than ArchiveCancelled + ArchiveNoShow
        perform varying TypeSlot from 1 by 1 until TypeSlot is greater than 5
            compute MixShare(TypeSlot) rounded = MixBooked(TypeSlot)
                / (ArchiveBooked - ArchiveCancelled - ArchiveNoShow)
        end-perform
    end-if
.

LoadCosts section.
    move zero to CostCount
    open input BudgetFile
        read BudgetFile
            at end set EndOfBudgetFile to true
        end-read
        perform until EndOfBudgetFile
            move BudgetCategory of BudgetRecord to CategoryEntry
            perform FindOrAddCostSlot
            add BudgetPlanned of BudgetRecord to CostPlanned(CostScan)
            read BudgetFile
                at end set EndOfBudgetFile to true
            end-read
        end-perform
    close BudgetFile

    open input ExpensesFile
        read ExpensesFile
            at end set EndOfExpensesFile to true
        end-read
        perform until EndOfExpensesFile
            move ExpenseCategory of ExpenseRecord to CategoryEntry
            perform FindOrAddCostSlot
            add ExpenseAmount of ExpenseRecord to CostActual(CostScan)
            read ExpensesFile
                at end set EndOfExpensesFile to true
            end-read
        end-perform
    close ExpensesFile

    move zero to TotalPlanned
    move zero to TotalActual
    move zero to CostBase
    perform varying CostScan from 1 by 1 until CostScan is greater than CostCount
        add CostPlanned(CostScan) to TotalPlanned
        add CostActual(CostScan) to TotalActual
        if CostActual(CostScan) is greater than CostPlanned(CostScan)
            add CostActual(CostScan) to CostBase
        else
            add CostPlanned(CostScan) to CostBase
        end-if
    end-perform
.

FindOrAddCostSlot section.
    set CategoryAlreadyCosted to false
    perform varying CostScan from 1 by 1
        until CostScan is greater than CostCount or CategoryAlreadyCosted
        if CostCategory(CostScan) equal to CategoryEntry
            set CategoryAlreadyCosted to true
        end-if
    end-perform
    if CategoryAlreadyCosted
        subtract 1 from CostScan
    else
        if CostCount is less than 30
            add 1 to CostCount
            move CategoryEntry to CostCategory(CostCount)
        end-if
        move CostCount to CostScan
    end-if
.

FindPriceWeights section.
*> the archive's own event gives last year's prices; without it the
*> next event's current prices stand in, and failing those the desk's
*> standard prices
    set ArchivePricesFound to false
    set NextEventFound to false
    open input EventsRegistryFile
        read EventsRegistryFile
            at end set EndOfEventsRegistryFile to true
        end-read
        perform until EndOfEventsRegistryFile
            if trim(EventRegistryDataFile of EventRegistryRecord)
                    equal to trim(ArchiveFileName)
                perform TakePriceWeights
                set ArchivePricesFound to true
            end-if
            if trim(EventRegistryDataFile of EventRegistryRecord)
                    equal to trim(NextEventFileName)
                set NextEventFound to true
                move EventRegistryName of EventRegistryRecord to NextEventName
                if not ArchivePricesFound
                    perform TakePriceWeights
                end-if
            end-if
            read EventsRegistryFile
                at end set EndOfEventsRegistryFile to true
            end-read
        end-perform
    close EventsRegistryFile

    if MixWeight(1) equal to zero and MixWeight(2) equal to zero
            and MixWeight(3) equal to zero
        move 50 to MixWeight(1)
        move 25 to MixWeight(2)
        move 35 to MixWeight(3)
        move zero to MixWeight(4)
        move 10 to MixWeight(5)
    end-if
.

TakePriceWeights section.
    move RegistryAdultPrice of EventRegistryRecord to MixWeight(1)
    move RegistryChildPrice of EventRegistryRecord to MixWeight(2)
    move RegistryConcessionPrice of EventRegistryRecord to MixWeight(3)
    move RegistryVolunteerPrice of EventRegistryRecord to MixWeight(4)
    move RegistryDayVisitorPrice of EventRegistryRecord to MixWeight(5)
.

ShowBasis section.
    display "Next-year price model for " trim(NextEventName)
    display "=========================================="
    display "Costs from " trim(BudgetFileName) " and " trim(ExpensesFileName)
    display "Category        Planned  Actual"
    perform varying CostScan from 1 by 1 until CostScan is greater than CostCount
        display CostCategory(CostScan) " " CostPlanned(CostScan) "  "
            CostActual(CostScan)
    end-perform
    move TotalPlanned to MoneyDisplay
    display "Planned in all:  " MoneyDisplay
    move TotalActual to MoneyDisplay
    display "Spent in all:    " MoneyDisplay
    move CostBase to MoneyDisplay
    display "Cost base:       " MoneyDisplay
        " (the higher of plan and spend, category by category)"
    display spaces
    display "From " trim(ArchiveFileName) ": " ArchiveBooked " bookings, "
        ArchiveCancelled " cancelled, " ArchiveNoShow " no-shows"
    move ShowRate to RateDisplay
    display "Show rate:               " RateDisplay
    display "Solidarity donations:    " ArchiveDonations
        " (" DonationPerBooking " a booking)"
    if ArchivePricesFound
        display "Price steps from last year's prices"
    else
        display "Last year's event is not in " trim(EventsRegistryFileName)
            " - price steps from the next event's prices"
    end-if
    display "Type          Mix     Last price"
    perform varying TypeSlot from 1 by 1 until TypeSlot is greater than 5
        compute PercentDisplay rounded = MixShare(TypeSlot) * 100
        move MixWeight(TypeSlot) to LastPriceDisplay
        display TicketTypeName(TypeSlot) "  " PercentDisplay "%   "
            LastPriceDisplay
    end-perform
.

RunScenario section.
    display spaces
    display "Cost change on this year, in percent (-20 to 50, 0 for none):"
    move zero to ScenarioCostChange
    accept ScenarioCostChange
    if ScenarioCostChange is less than -20 or ScenarioCostChange is greater than 50
        display "That is outside -20 to 50 - using no change"
        move zero to ScenarioCostChange
    end-if

    compute ScenarioCosts rounded = CostBase * (100 + ScenarioCostChange) / 100
    compute ScenarioShowing rounded = ScenarioBookings * ShowRate
    compute ScenarioDonations rounded = ScenarioBookings * DonationPerBooking
    compute CostsToRecover = ScenarioCosts - ScenarioDonations
    move zero to WeightedHeads
    perform varying TypeSlot from 1 by 1 until TypeSlot is greater than 5
        compute WeightedHeads = WeightedHeads
            + ScenarioShowing * MixShare(TypeSlot) * MixWeight(TypeSlot)
    end-perform

*> every price moves by the same factor, so the steps between the
*> types stay where they were and the income just covers the costs
    move zero to PriceFactor
    if CostsToRecover is greater than zero and WeightedHeads is greater than zero
        compute PriceFactor rounded = CostsToRecover / WeightedHeads
    end-if
    move zero to ScenarioIncome
    perform varying TypeSlot from 1 by 1 until TypeSlot is greater than 5
        compute MixBreakEven(TypeSlot) rounded mode is away-from-zero =
            MixWeight(TypeSlot) * PriceFactor
        if MixBreakEven(TypeSlot) is greater than 999
            move 999 to MixChosen(TypeSlot)
        else
            move MixBreakEven(TypeSlot) to MixChosen(TypeSlot)
        end-if
        compute ScenarioIncome = ScenarioIncome
            + ScenarioShowing * MixShare(TypeSlot) * MixChosen(TypeSlot)
    end-perform

    display spaces
    display "Scenario: " ScenarioBookings " bookings, costs "
        ScenarioCostChange "%"
    move ScenarioCosts to MoneyDisplay
    display "  Costs:                 " MoneyDisplay
    move ScenarioShowing to MoneyDisplay
    display "  Expected to come:      " MoneyDisplay
    move ScenarioDonations to MoneyDisplay
    display "  Expected donations:    " MoneyDisplay
    move CostsToRecover to SignedMoneyDisplay
    display "  Left for tickets:      " SignedMoneyDisplay
    display "  Type          Break-even  Last price"
    perform varying TypeSlot from 1 by 1 until TypeSlot is greater than 5
        move MixBreakEven(TypeSlot) to PriceDisplay
        move MixWeight(TypeSlot) to LastPriceDisplay
        display "  " TicketTypeName(TypeSlot) "  " PriceDisplay "        "
            LastPriceDisplay
        if MixBreakEven(TypeSlot) is greater than 999
            display "    ** more than a ticket price can hold - 999 used **"
        end-if
    end-perform
    move ScenarioIncome to MoneyDisplay
    display "  Ticket income at these prices: " MoneyDisplay
    if CostsToRecover is not greater than zero
        display "  Donations alone cover the costs at this size"
    end-if

    display "Save these prices to " trim(NextEventName) "? (Y/N)"
    move space to ScenarioResponse
    accept ScenarioResponse
    if SaveThesePrices
        perform AdjustChosenPrices
        perform SavePricesToEvent
    end-if
.

AdjustChosenPrices section.
*> break-even is the floor - the treasurer may round up, or hold one
*> type down and carry it on the others
    display "Press Enter to keep each break-even price, or key the price to use"
    perform varying TypeSlot from 1 by 1 until TypeSlot is greater than 5
        move MixChosen(TypeSlot) to PriceDisplay
        display "  " TicketTypeName(TypeSlot) " [" trim(PriceDisplay) "]:"
        move spaces to ChosenPriceEntry
        accept ChosenPriceEntry
        if ChosenPriceEntry not equal to spaces
            if trim(ChosenPriceEntry) is numeric
                    and numval(ChosenPriceEntry) is less than 1000
                move numval(ChosenPriceEntry) to MixChosen(TypeSlot)
            else
                display "  Not a price - keeping " trim(PriceDisplay)
            end-if
        end-if
    end-perform
.

SavePricesToEvent section.
    open input EventsRegistryFile
    open output EventsRegistryHoldFile
        read EventsRegistryFile
            at end set EndOfEventsRegistryFile to true
        end-read
        perform until EndOfEventsRegistryFile
            if trim(EventRegistryDataFile of EventRegistryRecord)
                    equal to trim(NextEventFileName)
                move MixChosen(1) to RegistryAdultPrice of EventRegistryRecord
                move MixChosen(2) to RegistryChildPrice of EventRegistryRecord
                move MixChosen(3) to RegistryConcessionPrice of EventRegistryRecord
                move MixChosen(4) to RegistryVolunteerPrice of EventRegistryRecord
                move MixChosen(5) to RegistryDayVisitorPrice of EventRegistryRecord
            end-if
            move EventRegistryRecord to EventRegistryHoldRecord
            write EventRegistryHoldRecord
            read EventsRegistryFile
                at end set EndOfEventsRegistryFile to true
            end-read
        end-perform
    close EventsRegistryFile
    close EventsRegistryHoldFile
    call "C$COPY" using EventsRegistryHoldFileName, EventsRegistryFileName, 0
    call "SYSTEM" using "rm -f events.tmp"
    display "Prices saved to " trim(NextEventName)
        " - early-bird, late and nightly prices are unchanged, set those in bams"
.

end program PriceModel.
