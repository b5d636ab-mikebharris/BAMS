identification division.
program-id. GrantRegister.

environment division.
    configuration section.
        repository.
            function all intrinsic.

input-output section.
file-control.
    select optional GrantsFile assign to GrantsFileName
        organization is line sequential.

    select optional GrantsHoldFile assign to GrantsHoldFileName
        organization is line sequential.

    select optional ExpensesFile assign to ExpensesFileName
        organization is line sequential.

    select optional FiguresFile assign to FiguresFileName
        organization is line sequential.

data division.
file section.
    fd GrantsFile.
        copy DD-Grant replacing Grant by
            ==GrantRecord.
            88 EndOfGrantsFile value high-values==.

    fd GrantsHoldFile.
        copy DD-Grant replacing Grant by
            ==GrantHoldRecord==.

    fd ExpensesFile.
        copy DD-Expense replacing Expense by
            ==ExpenseRecord.
            88 EndOfExpensesFile value high-values==.

    fd FiguresFile.
        01 FiguresLine pic x(100).
            88 EndOfFiguresFile value high-values.

working-storage section.
    01 GrantsFileName pic x(20) value "grants.dat".
    01 GrantsHoldFileName pic x(20) value "grants.tmp".
    01 ExpensesFileName pic x(20) value "expenses.dat".
    01 FiguresFileName pic x(30) value "grant-figures.csv".
    01 AttendeesFileName pic x(20) value "attendees.dat".
    01 ShellCommand pic x(120) value spaces.
    01 CommandLineArgumentCount pic 9 value zero.
    01 GrantOption pic x(10) value spaces.
    01 GrantIdEntry pic x(6) value spaces.
    01 ReportNumberEntry pic 9 value zero.
    01 TodaysDate pic x(8) value spaces.
    01 DeadlineHorizon pic 9(8) value zeroes.
*> how far ahead a report deadline is worth a mention
    01 DeadlineWindowDays pic 999 value 60.

    copy DD-Grant replacing Grant by ==GrantWork==.
    copy DD-ChartOfAccounts.
    copy DD-LedgerPosting.

    01 GrantsOnFile pic 9(4) value zero.
    01 GrantFoundFlag pic 9 value 0.
        88 GrantOnFile value 1 when set to false is 0.
    01 GrantChangedFlag pic 9 value 0.
        88 GrantWasChanged value 1 when set to false is 0.
    01 AllocationScan pic 9 value zero.
    01 ReportScan pic 9 value zero.
    01 AllocatedTotal pic 9(7) value zero.
    01 EntryText pic x(15) value spaces.
    01 AmountEntry pic 9(6) value zero.

    01 SpendInPeriod pic 9(7) value zero.
    01 SpendAgainstGrant pic 9(7) value zero.
    01 GrantSpendTotal pic 9(7) value zero.
    01 UnspentAmount pic s9(7) value zero.
    01 UnspentDisplay pic -(6)9.
    01 DaysToGo pic s9(5) value zero.
    01 DaysDisplay pic -(4)9.
    01 DeadlinesShown pic 99 value zero.
    01 FiguresNeededFlag pic 9 value 0.
        88 FiguresNeeded value 1 when set to false is 0.

    01 FiguresRow.
        05 FiguresSection pic x(15) value spaces.
        05 FiguresLabel pic x(30) value spaces.
        05 FiguresValue pic x(15) value spaces.
    01 WantedSections.
        05 WantedSection pic x(15) occurs 6 times.
    01 WantedScan pic 9 value zero.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is less than 1
        display "Usage: GrantRegister --add"
        display "       GrantRegister --received <grant id>"
        display "       GrantRegister --sent <grant id> <report 1-3>"
        display "       GrantRegister --figures <grant id> [attendees file]"
        display "       GrantRegister --report [attendees file]"
        stop run
    end-if
    accept GrantOption from argument-value
    accept TodaysDate from date yyyymmdd
    compute DeadlineHorizon = date-of-integer(
        integer-of-date(numval(TodaysDate)) + DeadlineWindowDays)

    evaluate GrantOption
        when "--add"
            perform AddGrant
        when "--received"
            perform AcceptGrantId
            perform MarkGrantReceived
        when "--sent"
            perform AcceptGrantId
            if CommandLineArgumentCount is greater than 2
                accept ReportNumberEntry from argument-value
            end-if
            perform MarkReportSent
        when "--figures"
            perform AcceptGrantId
            if CommandLineArgumentCount is greater than 2
                accept AttendeesFileName from argument-value
            end-if
            perform FiguresForOneFunder
        when other
            if CommandLineArgumentCount is greater than 1
                accept AttendeesFileName from argument-value
            end-if
            perform ShowGrantRegister
    end-evaluate
    stop run.

AcceptGrantId section.
    move spaces to GrantIdEntry
    if CommandLineArgumentCount is greater than 1
        accept GrantIdEntry from argument-value
    end-if
    move upper-case(GrantIdEntry) to GrantIdEntry
.

AddGrant section.
*> ids run on from the grants already held, so a grant keeps its id
*> for the life of its reporting
    move zero to GrantsOnFile
    open input GrantsFile
        read GrantsFile
            at end set EndOfGrantsFile to true
        end-read
        perform until EndOfGrantsFile
            add 1 to GrantsOnFile
            read GrantsFile
                at end set EndOfGrantsFile to true
            end-read
        end-perform
    close GrantsFile

    initialize GrantWork
    add 1 to GrantsOnFile
    string "GR" GrantsOnFile delimited by size into GrantId of GrantWork

    display "Funder:"
    accept GrantFunder of GrantWork
    display "Amount awarded:"
    accept GrantAmount of GrantWork
    display "Date awarded (YYYYMMDD, blank for today):"
    accept GrantAwardedDate of GrantWork
    if GrantAwardedDate of GrantWork equal to spaces
        move TodaysDate to GrantAwardedDate of GrantWork
    end-if
    display "Spend may start (YYYYMMDD):"
    accept GrantStartDate of GrantWork
    display "Spend must finish by (YYYYMMDD):"
    accept GrantEndDate of GrantWork
    display "Restriction in the funder's words:"
    accept GrantRestriction of GrantWork

    display "Allocate it to budget categories (blank category to stop)"
    move zero to AllocatedTotal
    perform varying AllocationScan from 1 by 1 until AllocationScan is greater than 4
        display "Category " AllocationScan ":"
        move spaces to EntryText
        accept EntryText
        if EntryText equal to spaces
            exit perform
        end-if
        move upper-case(EntryText) to GrantCategory of GrantWork(AllocationScan)
        display "Amount for " trim(EntryText) ":"
        move zero to AmountEntry
        accept AmountEntry
        move AmountEntry to GrantAllocated of GrantWork(AllocationScan)
        add AmountEntry to AllocatedTotal
    end-perform
    if AllocatedTotal not equal to GrantAmount of GrantWork
        display "Note - allocations total " AllocatedTotal
            " against an award of " GrantAmount of GrantWork
    end-if

    display "Report due dates (YYYYMMDD, blank to stop)"
    perform varying ReportScan from 1 by 1 until ReportScan is greater than 3
        display "Report " ReportScan " due:"
        accept GrantReportDue of GrantWork(ReportScan)
        if GrantReportDue of GrantWork(ReportScan) equal to spaces
            exit perform
        end-if
    end-perform
    display "Figures the funder wants (Kids Families Tickets Roles"
        " Accommodation Spread):"
    accept GrantFiguresWanted of GrantWork

    open extend GrantsFile
    move GrantWork to GrantRecord
    write GrantRecord
    close GrantsFile
    display "Grant " GrantId of GrantWork " from "
        trim(GrantFunder of GrantWork) " registered"
.

MarkGrantReceived section.
    set GrantOnFile to false
    set GrantWasChanged to false
    open input GrantsFile
    open output GrantsHoldFile
        read GrantsFile
            at end set EndOfGrantsFile to true
        end-read
        perform until EndOfGrantsFile
            if GrantId of GrantRecord equal to GrantIdEntry
                set GrantOnFile to true
                if GrantNotYetReceived of GrantRecord
                    move TodaysDate to GrantReceivedDate of GrantRecord
                    move GrantRecord to GrantWork
                    set GrantWasChanged to true
                else
                    display "Grant " GrantIdEntry " was already received on "
                        GrantReceivedDate of GrantRecord
                end-if
            end-if
            move GrantRecord to GrantHoldRecord
            write GrantHoldRecord
            read GrantsFile
                at end set EndOfGrantsFile to true
            end-read
        end-perform
    close GrantsFile
    close GrantsHoldFile
    if not GrantOnFile
        display "No grant " GrantIdEntry " on the register"
    end-if
    if GrantWasChanged
        call "C$COPY" using GrantsHoldFileName, GrantsFileName, 0
*> grant money is banked when it arrives - the restriction is tracked
*> here on the register, not by splitting the fund in the ledger
        initialize LedgerPostingDetails
        move AccountBank to LedgerDebitAccount
        move AccountGrants to LedgerCreditAccount
        move GrantAmount of GrantWork to LedgerPostingAmount
        move GrantId of GrantWork to LedgerPostingReference
        move "GRANT" to LedgerPostingSource
        move GrantFunder of GrantWork to LedgerPostingNarrative
        call "PostLedger" using LedgerPosting
        display "Grant " GrantIdEntry " received - " GrantAmount of GrantWork
            " posted to the bank"
    end-if
    call "SYSTEM" using "rm -f grants.tmp"
.

MarkReportSent section.
    if ReportNumberEntry is less than 1 or ReportNumberEntry is greater than 3
        display "Say which report was sent - 1, 2 or 3"
        exit section
    end-if
    set GrantOnFile to false
    set GrantWasChanged to false
    open input GrantsFile
    open output GrantsHoldFile
        read GrantsFile
            at end set EndOfGrantsFile to true
        end-read
        perform until EndOfGrantsFile
            if GrantId of GrantRecord equal to GrantIdEntry
                set GrantOnFile to true
                if GrantReportDue of GrantRecord(ReportNumberEntry) equal to spaces
                    display "Grant " GrantIdEntry " has no report "
                        ReportNumberEntry " due"
                else
                    move TodaysDate to GrantReportSent of GrantRecord(ReportNumberEntry)
                    set GrantWasChanged to true
                end-if
            end-if
            move GrantRecord to GrantHoldRecord
            write GrantHoldRecord
            read GrantsFile
                at end set EndOfGrantsFile to true
            end-read
        end-perform
    close GrantsFile
    close GrantsHoldFile
    if not GrantOnFile
        display "No grant " GrantIdEntry " on the register"
    end-if
    if GrantWasChanged
        call "C$COPY" using GrantsHoldFileName, GrantsFileName, 0
        display "Report " ReportNumberEntry " for " GrantIdEntry
            " marked sent " TodaysDate
    end-if
    call "SYSTEM" using "rm -f grants.tmp"
.

ShowGrantRegister section.
    display "Grant register - spend against restrictions"
    display "==========================================="
    set FiguresNeeded to false
    move zero to GrantsOnFile
    open input GrantsFile
        read GrantsFile
            at end set EndOfGrantsFile to true
        end-read
        perform until EndOfGrantsFile
            add 1 to GrantsOnFile
            move GrantRecord to GrantWork
            perform ShowSpendAgainstGrant
            read GrantsFile
                at end set EndOfGrantsFile to true
            end-read
        end-perform
    close GrantsFile
    if GrantsOnFile equal to zero
        display "  (no grants on the register)"
        exit section
    end-if

    display spaces
    display "Reports overdue or due by " DeadlineHorizon
    display "------------------------------------"
    move zero to DeadlinesShown
    open input GrantsFile
        read GrantsFile
            at end set EndOfGrantsFile to true
        end-read
        perform until EndOfGrantsFile
            move GrantRecord to GrantWork
            perform ShowUpcomingDeadlines
            read GrantsFile
                at end set EndOfGrantsFile to true
            end-read
        end-perform
    close GrantsFile
    if DeadlinesShown equal to zero
        display "  (nothing due)"
        exit section
    end-if

*> the figures are only worth producing when a report is coming up -
*> each funder then gets just the sections they asked for
    if FiguresNeeded
        perform ProduceDemographicFigures
        open input GrantsFile
            read GrantsFile
                at end set EndOfGrantsFile to true
            end-read
            perform until EndOfGrantsFile
                move GrantRecord to GrantWork
                perform CheckReportComingUp
                if FiguresNeeded
                    perform ShowFiguresForFunder
                end-if
                read GrantsFile
                    at end set EndOfGrantsFile to true
                end-read
            end-perform
        close GrantsFile
    end-if
.

ShowSpendAgainstGrant section.
    display spaces
    display GrantId of GrantWork " " trim(GrantFunder of GrantWork)
        "  awarded " GrantAmount of GrantWork
        "  period " GrantStartDate of GrantWork " to " GrantEndDate of GrantWork
    if GrantNotYetReceived of GrantWork
        display "  money not yet received"
    else
        display "  received " GrantReceivedDate of GrantWork
    end-if
    display "  restricted to: " trim(GrantRestriction of GrantWork)
    move zero to GrantSpendTotal
    perform varying AllocationScan from 1 by 1 until AllocationScan is greater than 4
        if GrantCategory of GrantWork(AllocationScan) not equal to spaces
            perform SumSpendInCategory
*> the grant can only be said to have paid for what it was allocated -
*> anything over that came out of our own funds
            if SpendInPeriod is greater than GrantAllocated of GrantWork(AllocationScan)
                move GrantAllocated of GrantWork(AllocationScan) to SpendAgainstGrant
            else
                move SpendInPeriod to SpendAgainstGrant
            end-if
            add SpendAgainstGrant to GrantSpendTotal
            compute UnspentAmount = GrantAllocated of GrantWork(AllocationScan)
                - SpendAgainstGrant
            move UnspentAmount to UnspentDisplay
            display "  " GrantCategory of GrantWork(AllocationScan)
                " allocated " GrantAllocated of GrantWork(AllocationScan)
                "  spent in period " SpendInPeriod
                "  unspent " UnspentDisplay
        end-if
    end-perform
    compute UnspentAmount = GrantAmount of GrantWork - GrantSpendTotal
    move UnspentAmount to UnspentDisplay
    display "  spent against the grant " GrantSpendTotal "  unspent " UnspentDisplay
    if UnspentAmount is greater than zero
            and GrantEndDate of GrantWork is less than TodaysDate
        display "  ** period ended with money unspent - the funder may"
            " want it back **"
    end-if
.

SumSpendInCategory section.
    move zero to SpendInPeriod
    open input ExpensesFile
        read ExpensesFile
            at end set EndOfExpensesFile to true
        end-read
        perform until EndOfExpensesFile
            if ExpenseCategory of ExpenseRecord
                    equal to GrantCategory of GrantWork(AllocationScan)
                    and ExpenseDate of ExpenseRecord
                        is not less than GrantStartDate of GrantWork
                    and ExpenseDate of ExpenseRecord
                        is not greater than GrantEndDate of GrantWork
                add ExpenseAmount of ExpenseRecord to SpendInPeriod
            end-if
            read ExpensesFile
                at end set EndOfExpensesFile to true
            end-read
        end-perform
    close ExpensesFile
.

ShowUpcomingDeadlines section.
    perform varying ReportScan from 1 by 1 until ReportScan is greater than 3
        if GrantReportDue of GrantWork(ReportScan) not equal to spaces
                and GrantReportSent of GrantWork(ReportScan) equal to spaces
                and GrantReportDue of GrantWork(ReportScan)
                    is not greater than DeadlineHorizon
            add 1 to DeadlinesShown
            set FiguresNeeded to true
            compute DaysToGo =
                integer-of-date(numval(GrantReportDue of GrantWork(ReportScan)))
                - integer-of-date(numval(TodaysDate))
            move DaysToGo to DaysDisplay
            if DaysToGo is less than zero
                display "  " GrantId of GrantWork " report " ReportScan
                    " was due " GrantReportDue of GrantWork(ReportScan)
                    " - OVERDUE " DaysDisplay " days  "
                    trim(GrantFunder of GrantWork)
            else
                display "  " GrantId of GrantWork " report " ReportScan
                    " due " GrantReportDue of GrantWork(ReportScan)
                    " in " DaysDisplay " days  "
                    trim(GrantFunder of GrantWork)
            end-if
        end-if
    end-perform
.

CheckReportComingUp section.
    set FiguresNeeded to false
    perform varying ReportScan from 1 by 1 until ReportScan is greater than 3
        if GrantReportDue of GrantWork(ReportScan) not equal to spaces
                and GrantReportSent of GrantWork(ReportScan) equal to spaces
                and GrantReportDue of GrantWork(ReportScan)
                    is not greater than DeadlineHorizon
            set FiguresNeeded to true
        end-if
    end-perform
.

FiguresForOneFunder section.
    set GrantOnFile to false
    open input GrantsFile
        read GrantsFile
            at end set EndOfGrantsFile to true
        end-read
        perform until EndOfGrantsFile
            if GrantId of GrantRecord equal to GrantIdEntry
                move GrantRecord to GrantWork
                set GrantOnFile to true
            end-if
            read GrantsFile
                at end set EndOfGrantsFile to true
            end-read
        end-perform
    close GrantsFile
    if not GrantOnFile
        display "No grant " GrantIdEntry " on the register"
        exit section
    end-if
    perform ProduceDemographicFigures
    perform ShowFiguresForFunder
.

ProduceDemographicFigures section.
*> DemographicsReport already counts what funders ask about; its CSV is
*> taken rather than counting the bookings a second way here
    move spaces to ShellCommand
    string
        "DemographicsReport " delimited by size
        trim(AttendeesFileName) delimited by size
        " --csv " delimited by size
        trim(FiguresFileName) delimited by size
        " > /dev/null" delimited by size
        into ShellCommand
    end-string
    call "SYSTEM" using ShellCommand
.

ShowFiguresForFunder section.
    move spaces to WantedSections
    unstring GrantFiguresWanted of GrantWork delimited by all space
        into WantedSection(1) WantedSection(2) WantedSection(3)
            WantedSection(4) WantedSection(5) WantedSection(6)
    end-unstring
    display spaces
    display "Figures for " trim(GrantFunder of GrantWork)
        " (" GrantId of GrantWork ")"
    if WantedSections equal to spaces
        display "  (the funder has not asked for any figures)"
        exit section
    end-if
    open input FiguresFile
        read FiguresFile
            at end set EndOfFiguresFile to true
        end-read
        perform until EndOfFiguresFile
            move spaces to FiguresRow
            unstring FiguresLine delimited by ","
                into FiguresSection FiguresLabel FiguresValue
            end-unstring
            perform varying WantedScan from 1 by 1 until WantedScan is greater than 6
                if WantedSection(WantedScan) not equal to spaces
                        and upper-case(WantedSection(WantedScan))
                            equal to upper-case(FiguresSection)
                    display "  " FiguresSection " " FiguresLabel " "
                        trim(FiguresValue)
                end-if
            end-perform
            read FiguresFile
                at end set EndOfFiguresFile to true
            end-read
        end-perform
    close FiguresFile
.

end program GrantRegister.
