identification division.
program-id. PostLedger.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional LedgerFile assign to LedgerFileName
            organization is line sequential.

data division.
file section.
    fd LedgerFile.
        copy DD-LedgerEntry replacing LedgerEntry by ==LedgerRecord==.

working-storage section.
    01 LedgerFileName pic x(24) value spaces.
    copy DD-ChartOfAccounts.
    01 AccountScan pic 99 value zero.
    01 AccountFoundFlag pic 9 value 0.
        88 AccountIsOnChart value 1 when set to false is 0.
    01 AccountToFind pic 9(4) value zeroes.
    01 PostingStamp.
        05 PostingStampDate pic x(8) value spaces.
        05 PostingStampTime pic x(8) value spaces.

linkage section.
    copy DD-LedgerPosting.

procedure division using LedgerPosting.
*> every posting is written as a pair so the ledger can never be out of
*> balance - anything that cannot be posted whole is not posted at all
    set LedgerPostingRefused to true
    if LedgerPostingAmount equal to zero
        goback
    end-if
    if LedgerDebitAccount equal to zero
        perform FindMoneyAccount
        move AccountToFind to LedgerDebitAccount
    end-if
    if LedgerCreditAccount equal to zero
        perform FindMoneyAccount
        move AccountToFind to LedgerCreditAccount
    end-if

    move LedgerDebitAccount to AccountToFind
    perform FindAccountOnChart
    if AccountIsOnChart
        move LedgerCreditAccount to AccountToFind
        perform FindAccountOnChart
    end-if
    if not AccountIsOnChart
        display "Ledger: account " AccountToFind " is not on the chart - "
            trim(LedgerPostingSource) " " LedgerPostingReference
            " of " LedgerPostingAmount " NOT posted"
        goback
    end-if
    if LedgerPostingDate equal to spaces
        accept LedgerPostingDate from date yyyymmdd
    end-if

    accept PostingStampDate from date yyyymmdd
    accept PostingStampTime from time
    move LedgerPostingFileName to LedgerFileName
    if LedgerFileName equal to spaces
        move "ledger.dat" to LedgerFileName
    end-if
    open extend LedgerFile
    initialize LedgerRecord
    move PostingStamp to LedgerJournalId of LedgerRecord
    move LedgerPostingDate to LedgerDate of LedgerRecord
    move LedgerPostingReference to LedgerReference of LedgerRecord
    move LedgerPostingSource to LedgerSource of LedgerRecord
    move LedgerPostingNarrative to LedgerNarrative of LedgerRecord
    move LedgerDebitAccount to LedgerAccount of LedgerRecord
    move LedgerPostingAmount to LedgerDebit of LedgerRecord
    write LedgerRecord
    move LedgerCreditAccount to LedgerAccount of LedgerRecord
    move zeroes to LedgerDebit of LedgerRecord
    move LedgerPostingAmount to LedgerCredit of LedgerRecord
    write LedgerRecord
    close LedgerFile
    set LedgerPostingMade to true
    goback
    .

FindMoneyAccount section.
    evaluate LedgerPostingMethod
        when "B"
            move AccountBank to AccountToFind
        when "R"
            move AccountCardClearing to AccountToFind
        when other
            move AccountGateCash to AccountToFind
    end-evaluate
.

FindAccountOnChart section.
    set AccountIsOnChart to false
    perform varying AccountScan from 1 by 1
        until AccountScan is greater than AccountCount
            or AccountIsOnChart
        if AccountCode(AccountScan) equal to AccountToFind
            set AccountIsOnChart to true
        end-if
    end-perform
.

end program PostLedger.
