*> the chart of accounts. The first digit says where an account lands:
*> 1 assets, 2 liabilities, 3 the general fund, 4 income, 5 and 6
*> expenditure, 9 suspense. Add an account by adding a row to the end
*> of the table and bumping the count.
01 ChartOfAccounts.
    05 AccountCount pic 99 value 26.
    05 AccountRows.
        10 filler pic x(35) value "1000Bank".
        10 filler pic x(35) value "1010Cash at the gate".
        10 filler pic x(35) value "1020Card takings not settled".
        10 filler pic x(35) value "1100Debtors".
        10 filler pic x(35) value "1200Shop tabs not settled".
        10 filler pic x(35) value "1300Gift Aid due from HMRC".
        10 filler pic x(35) value "2000Hire deposits held".
        10 filler pic x(35) value "2100Credits carried forward".
        10 filler pic x(35) value "2200Supplier invoices unpaid".
        10 filler pic x(35) value "2300Expense claims to repay".
        10 filler pic x(35) value "3000General fund".
        10 filler pic x(35) value "4000Camp Income".
        10 filler pic x(35) value "4100Donations".
        10 filler pic x(35) value "4200Gift Aid".
        10 filler pic x(35) value "4300Shop sales".
        10 filler pic x(35) value "4400Merch sales".
        10 filler pic x(35) value "4500Equipment hire".
        10 filler pic x(35) value "4900Camp fee refunds".
        10 filler pic x(35) value "5000Bursaries".
        10 filler pic x(35) value "6000Running costs".
        10 filler pic x(35) value "6900Bad Debts".
        10 filler pic x(35) value "9999Suspense".
        10 filler pic x(35) value "4600Grants".
        10 filler pic x(35) value "4800Family ticket cap reductions".
        10 filler pic x(35) value "4700Donations in kind".
        10 filler pic x(35) value "6100Donated goods and loans used".
    05 filler redefines AccountRows.
        10 AccountRow occurs 26 times.
            15 AccountCode pic 9(4).
            15 AccountName pic x(31).

*> the accounts the posting programs name directly
01 LedgerAccounts.
    05 AccountBank pic 9(4) value 1000.
    05 AccountGateCash pic 9(4) value 1010.
    05 AccountCardClearing pic 9(4) value 1020.
    05 AccountDebtors pic 9(4) value 1100.
    05 AccountShopTabs pic 9(4) value 1200.
    05 AccountGiftAidDue pic 9(4) value 1300.
    05 AccountDepositsHeld pic 9(4) value 2000.
    05 AccountCreditsHeld pic 9(4) value 2100.
    05 AccountCreditors pic 9(4) value 2200.
    05 AccountClaimsDue pic 9(4) value 2300.
    05 AccountGeneralFund pic 9(4) value 3000.
    05 AccountCampIncome pic 9(4) value 4000.
    05 AccountDonations pic 9(4) value 4100.
    05 AccountGiftAid pic 9(4) value 4200.
    05 AccountShopSales pic 9(4) value 4300.
    05 AccountMerchSales pic 9(4) value 4400.
    05 AccountHireIncome pic 9(4) value 4500.
    05 AccountGrants pic 9(4) value 4600.
    05 AccountInKindDonations pic 9(4) value 4700.
    05 AccountFamilyCap pic 9(4) value 4800.
    05 AccountFeeRefunds pic 9(4) value 4900.
    05 AccountBursaries pic 9(4) value 5000.
    05 AccountRunningCosts pic 9(4) value 6000.
    05 AccountInKindUsed pic 9(4) value 6100.
    05 AccountBadDebts pic 9(4) value 6900.
    05 AccountSuspense pic 9(4) value 9999.
