*> grants.dat - one line per grant awarded. The allocations say which
*> BudgetLedger categories the money is for, and spending in those
*> categories inside the grant period is what the funder paid for.
*> A report is sent once its sent date is filled in.
01 Grant.
    05 GrantId pic x(6) value spaces.
    05 GrantFunder pic x(30) value spaces.
    05 GrantAmount pic 9(6) value zeroes.
    05 GrantAwardedDate pic x(8) value spaces.
    05 GrantStartDate pic x(8) value spaces.
    05 GrantEndDate pic x(8) value spaces.
    05 GrantReceivedDate pic x(8) value spaces.
        88 GrantNotYetReceived value spaces.
    05 GrantRestriction pic x(60) value spaces.
    05 GrantAllocation occurs 4 times.
        10 GrantCategory pic x(15) value spaces.
        10 GrantAllocated pic 9(6) value zeroes.
    05 GrantReport occurs 3 times.
        10 GrantReportDue pic x(8) value spaces.
        10 GrantReportSent pic x(8) value spaces.
*> the DemographicsReport sections the funder asks for, space between:
*> Kids Families Tickets Roles Accommodation Spread
    05 GrantFiguresWanted pic x(40) value spaces.
