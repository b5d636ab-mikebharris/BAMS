    select optional ExportStateFile assign to ExportStateFileName
        organization is line sequential.

    select optional LedgerFile assign to AttendeesFileName
        organization is line sequential.

data division.
file section.
fd CSVFile.
        88 EndOfExportStateFile value high-values.
        02 StateLastRunStamp pic x(15).

fd LedgerFile.
    copy DD-LedgerEntry replacing LedgerEntry by
        ==LedgerRecord.
        88 EndOfLedgerFile value high-values==.

working-storage section.
    01 CountOfLinesProcessed pic 999 value zero.
    01 AttendeeStatus pic x(2).
        88 NoSuchRecord value "23".

    01 AttendeesFileName pic x(20) value spaces.
    copy DD-LayoutCheck.
    01 CSVFileName pic x(30) value spaces.
    01 CSVSourceFileName pic x(30) value spaces.
    01 CommandLineArgumentCount pic 9 value zero.
        88 ChangedCodeCapHit value 1 when set to false is 0.
    01 ChangeFlag pic x value space.

    copy DD-ChartOfAccounts.
    01 AccountScan pic 99 value zero.
    01 JournalAccount pic x(36) value spaces.
    01 JournalDebit pic z(5)9.99.
    01 JournalCredit pic z(5)9.99.

procedure division.
    accept CommandLineArgumentCount from argument-number
        accept AttendeesFileName from argument-value
        accept CSVFileName from argument-value
    else
        display "Usage: ExportAttendees <BAMS Data File> <CSV Output File> [--delta]"
        display "       ExportAttendees <ledger file> <CSV Output File> --journal"
        stop run
    end-if
    if CommandLineArgumentCount equal to 3 then
    end-if
    display "Reading from " trim(AttendeesFileName) " and writing to " trim(CSVFileName)

    if not JournalModeOn
        move AttendeesFileName to LayoutCheckFileName
        call "CheckAttendeesLayout" using LayoutCheck
        if not LayoutIsCurrent
            move 8 to return-code
            stop run
        end-if
    end-if

    if DeltaModeOn then
        perform DeltaExport
        stop run
    end-if

    if JournalModeOn then
        perform JournalExport
        stop run
    end-if

    open output CSVFile
    write CSVFileOutputLine from "AuthCode,Name,Email,AmountToPay,AmountPaid,DatePaid,Telephone,ArrivalDay,StayingLate,NumberOfKids,Diet,AttendanceStatus,PaymentStatus"
    open input AttendeesFile
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile
            perform WriteAttendeeCSVLine
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
    add 1 to CountOfLinesProcessed
.

JournalExport section.
*> the ledger already holds every posting as a balanced pair, so the
*> accounts package gets it line for line rather than a version rebuilt
*> from attendee records
    open output CSVFile
    write CSVFileOutputLine from "Date,Account,Debit,Credit,Reference"
    open input LedgerFile
        read LedgerFile
            at end set EndOfLedgerFile to true
        end-read
        perform until EndOfLedgerFile
            perform WriteJournalLine
            read LedgerFile
                at end set EndOfLedgerFile to true
            end-read
        end-perform
    close LedgerFile
    close CSVFile
    display "Total ledger lines exported to CSV is " CountOfLinesProcessed
.

WriteJournalLine section.
    move spaces to JournalAccount
    perform varying AccountScan from 1 by 1
        until AccountScan is greater than AccountCount
        if AccountCode(AccountScan) equal to LedgerAccount of LedgerRecord
            string AccountCode(AccountScan) " " trim(AccountName(AccountScan))
                delimited by size into JournalAccount
            exit perform
        end-if
    end-perform
    if JournalAccount equal to spaces
        move LedgerAccount of LedgerRecord to JournalAccount
    end-if

    initialize CSVFileOutputLine
    move LedgerDebit of LedgerRecord to JournalDebit
    move LedgerCredit of LedgerRecord to JournalCredit
    string
        trim(LedgerDate of LedgerRecord) delimited by size
        ","
        trim(JournalAccount) delimited by size
        ","
        trim(JournalDebit) delimited by size
        ","
        trim(JournalCredit) delimited by size
        ","
        trim(LedgerNarrative of LedgerRecord) delimited by size
        " " trim(LedgerReference of LedgerRecord) delimited by size
        into CSVFileOutputLine
    end-string
    display CSVFileOutputLine
    write CSVFileOutputLine
    add 1 to CountOfLinesProcessed
.

