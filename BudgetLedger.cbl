    select optional ExpensesFile assign to ExpensesFileName
        organization is line sequential.

    select optional GrantsFile assign to GrantsFileName
        organization is line sequential.

    select optional InKindFile assign to InKindFileName
        organization is line sequential.

data division.
file section.
    fd BudgetFile.
            ==ExpenseRecord.
            88 EndOfExpensesFile value high-values==.

    fd GrantsFile.
        copy DD-Grant replacing Grant by
            ==GrantRecord.
            88 EndOfGrantsFile value high-values==.

    fd InKindFile.
        copy DD-InKind replacing InKindDonation by
            ==InKindRecord.
            88 EndOfInKindFile value high-values==.

working-storage section.
    01 BudgetFileName pic x(20) value "budget.dat".
    01 BudgetHoldFileName pic x(20) value "budget.tmp".
    01 SettleOutcomeFlag pic 9 value 0.
        88 ChoiceWasSettled value 1 when set to false is 0.
    01 ExpensesFileName pic x(20) value "expenses.dat".
    01 GrantsFileName pic x(20) value "grants.dat".
    01 InKindFileName pic x(20) value "in-kind.dat".
    01 AllocationScan pic 9 value zero.
    01 CommandLineArgumentCount pic 9 value zero.
    01 LedgerOption pic x(10) value spaces.

        02 NewCommitmentCategory pic x(15) value spaces.
        02 NewCommitmentDescription pic x(40) value spaces.
        02 NewCommitmentAmount pic 9(5) value zero.
        02 NewCommitmentDueDate pic x(8) value spaces.

    01 VarianceTable.
        02 VarianceSlot occurs 20 times.
            03 VarianceBudget pic 9(6) value zeroes.
            03 VarianceCommitted pic 9(6) value zeroes.
            03 VarianceActual pic 9(6) value zeroes.
            03 VarianceGranted pic 9(6) value zeroes.
    01 VarianceCount pic 99 value zero.
    01 VarianceScan pic 99 value zero.
    01 VarianceFoundFlag pic 9 value 0.
    01 TotalBudget pic 9(7) value zero.
    01 TotalCommitted pic 9(7) value zero.
    01 TotalActual pic 9(7) value zero.
    01 TotalGranted pic 9(7) value zero.
    01 TotalInKind pic 9(7) value zero.
    01 InKindGiven pic 9(7) value zero.
    01 InKindLent pic 9(7) value zero.

procedure division.
    accept CommandLineArgumentCount from argument-number
    accept NewCommitmentDescription
    display "Amount committed:"
    accept NewCommitmentAmount
    display "Date the money falls due (YYYYMMDD, blank if not known):"
    accept NewCommitmentDueDate
    if NewCommitmentDueDate is not numeric
        move spaces to NewCommitmentDueDate
    end-if

    open extend CommitmentsFile
    move NewCommitmentDate to CommitmentDate of CommitmentRecord
    move NewCommitmentCategory to CommitmentCategory of CommitmentRecord
    move NewCommitmentDescription to CommitmentDescription of CommitmentRecord
    move NewCommitmentAmount to CommitmentAmount of CommitmentRecord
    move NewCommitmentDueDate to CommitmentDueDate of CommitmentRecord
    write CommitmentRecord
    close CommitmentsFile
    display "Committed " NewCommitmentAmount " against "
    perform LoadBudgetIntoTable
    perform AddCommitmentsToTable
    perform AddExpensesToTable
    perform AddGrantsToTable
    perform TotalInKindDonations

    display "Budget variance by category"
    display "==========================="
    display "Category        Budget  Committed  Actual  Remaining  Grant-funded"
    perform varying VarianceScan from 1 by 1
        until VarianceScan is greater than VarianceCount
        compute RemainingAmount = VarianceBudget(VarianceScan)
            VarianceBudget(VarianceScan) "  "
            VarianceCommitted(VarianceScan) "  "
            VarianceActual(VarianceScan) "  "
            RemainingDisplay "  "
            VarianceGranted(VarianceScan)
        if RemainingAmount is less than zero
            display "  ** " trim(VarianceCategory(VarianceScan))
                " is over budget **"
        add VarianceBudget(VarianceScan) to TotalBudget
        add VarianceCommitted(VarianceScan) to TotalCommitted
        add VarianceActual(VarianceScan) to TotalActual
        add VarianceGranted(VarianceScan) to TotalGranted
    end-perform

    display spaces
        " committed " TotalCommitted
        " actual " TotalActual
        " remaining " RemainingDisplay
    if TotalGranted is greater than zero
        display "Of the budget, " TotalGranted " is met by grants"
            " - GrantRegister shows each funder's restriction"
    end-if
*> goods given or lent never reach the bank, so they sit on a line of
*> their own rather than in any category's actual spend
    if TotalInKind is greater than zero
        display "In kind: " TotalInKind
            " (given " InKindGiven " lent " InKindLent
            ") on top of the actual spend - InKindRegister lists it"
    end-if
.

LoadBudgetIntoTable section.
    close ExpensesFile
.

AddGrantsToTable section.
*> grant money is allocated to categories on the grant register, so a
*> category shows how much of it someone else is paying for
    open input GrantsFile
        read GrantsFile
            at end set EndOfGrantsFile to true
        end-read
        perform until EndOfGrantsFile
            perform varying AllocationScan from 1 by 1
                until AllocationScan is greater than 4
                if GrantCategory of GrantRecord(AllocationScan) not equal to spaces
                    move GrantCategory of GrantRecord(AllocationScan) to CategoryEntry
                    perform FindOrAddVarianceSlot
                    add GrantAllocated of GrantRecord(AllocationScan)
                        to VarianceGranted(VarianceScan)
                end-if
            end-perform
            read GrantsFile
                at end set EndOfGrantsFile to true
            end-read
        end-perform
    close GrantsFile
.

TotalInKindDonations section.
    move zero to TotalInKind
    move zero to InKindGiven
    move zero to InKindLent
    open input InKindFile
        read InKindFile
            at end set EndOfInKindFile to true
        end-read
        perform until EndOfInKindFile
            add InKindValue of InKindRecord to TotalInKind
            if InKindIsLoan of InKindRecord
                add InKindValue of InKindRecord to InKindLent
            else
                add InKindValue of InKindRecord to InKindGiven
            end-if
            read InKindFile
                at end set EndOfInKindFile to true
            end-read
        end-perform
    close InKindFile
.

end program BudgetLedger.
