        record key is HistoryKey of HistoryRecord
        file status is HistoryStatus.

    select optional CaseNotesFile assign to CaseNotesFileName
        organization is indexed
        access mode is dynamic
        record key is CaseNoteKey of CaseNoteRecord
        file status is CaseNotesStatus.

    select optional ReceiptFile assign to ReceiptFileName
        organization is line sequential.

            ==HistoryRecord.
            88 EndOfEditHistoryFile value high-values==.

    fd CaseNotesFile.
        copy DD-CaseNote replacing CaseNote by
            ==CaseNoteRecord.
            88 EndOfCaseNotesFile value high-values==.

    fd ReceiptFile.
        01 ReceiptLine pic x(80).
            88 EndOfReceiptFile value high-values.
        88 NoSuchRecord value "23".

    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 EditHistoryFileName pic x(20) value "edit-history.dat".
    01 HistoryStatus pic x(2).
    01 CaseNotesFileName pic x(20) value "case-notes.dat".
    01 CaseNotesStatus pic x(2).
    01 ReceiptFileName pic x(20) value "receipt.txt".
    01 ReceiptsRegisterFileName pic x(22) value "receipts-register.dat".
    01 LatestReceiptNumber pic 9(5) value zero.

    01 AuthCodeWanted pic x(6) value spaces.
    01 HistoryLinesFound pic 999 value zero.
    01 CaseNotesFound pic 9(4) value zero.
    01 ReceiptMentionsAuthCode pic 9 value 0.
        88 ReceiptIsTheirs value 1 when set to false is 0.
    01 ReceiptMatchTally pic 99 value zero.
    end-if

    move AuthCodeWanted to AuthCode of AttendeeRecord
    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    open input AttendeesFile
    read AttendeesFile
        key is AuthCode of AttendeeRecord
    perform WriteAttendeeDetails
    perform WriteKidsRegisterLines
    perform WriteEditHistoryLines
    perform WriteCaseNoteLines
    perform WriteReceiptIfTheirs
    close ExportFile

    perform WriteLabelledField

    move spaces to ExportLine
    string "History lines, case notes and receipt follow the record." into ExportLine
    write ExportLine
.

        " from " trim(LiftShareArea of AttendeeRecord) into ExportLine
    write ExportLine
    move spaces to ExportLine
    string "Travel to site:      " TravelMode of AttendeeRecord
        " distance band " TravelDistanceBand of AttendeeRecord into ExportLine
    write ExportLine
    move spaces to ExportLine
    string "Payment chases:      " TimesChased of AttendeeRecord
        " (last " LastChasedDate of AttendeeRecord ")" into ExportLine
    write ExportLine
    write ExportLine
.

WriteCaseNoteLines section.
    move "Case notes" to ExportLine
    write ExportLine
    move all "-" to ExportLine
    write ExportLine

    move zero to CaseNotesFound
    open input CaseNotesFile
    move AuthCodeWanted to CaseNoteAuthCode of CaseNoteRecord
    move zeroes to CaseNoteSequence of CaseNoteRecord
    start CaseNotesFile key is greater than or equal to
            CaseNoteKey of CaseNoteRecord
        invalid key
            set EndOfCaseNotesFile to true
        not invalid key
            read CaseNotesFile next record
                at end set EndOfCaseNotesFile to true
            end-read
    end-start
    perform until EndOfCaseNotesFile
            or CaseNoteAuthCode of CaseNoteRecord not equal to AuthCodeWanted
        move spaces to ExportLine
        string CaseNoteDate of CaseNoteRecord " " CaseNoteTime of CaseNoteRecord
            " " CaseNoteOperator of CaseNoteRecord " " trim(CaseNoteText of CaseNoteRecord)
            into ExportLine
        write ExportLine
        add 1 to CaseNotesFound
        read CaseNotesFile next record
            at end set EndOfCaseNotesFile to true
        end-read
    end-perform
    close CaseNotesFile

    if CaseNotesFound equal to zero
        move "(no case notes recorded)" to ExportLine
        write ExportLine
    end-if
    move spaces to ExportLine
    write ExportLine
.

WriteReceiptIfTheirs section.
    move zero to LatestReceiptNumber
    open input ReceiptsRegisterFile
