identification division.
program-id. SurveyImport.

environment division.
    configuration section.
        repository.
            function all intrinsic.

input-output section.
file-control.
    select SurveyFile assign to SurveyFileName
        organization is line sequential.

    select optional AttendeesFile assign to AttendeesFileName
        organization is indexed
        access mode is dynamic
        record key is AuthCode of AttendeeRecord
        file status is AttendeeStatus.

    select optional ArchiveCatalogFile assign to ArchiveCatalogFileName
        organization is line sequential.

    select optional ArchiveFile assign to ArchiveFileName
        organization is indexed
        access mode is dynamic
        record key is AuthCode of ArchiveRecord
        file status is ArchiveStatus.

    select ResponsesFile assign to ResponsesFileName
        organization is line sequential.

    select QuestionsFile assign to QuestionsFileName
        organization is line sequential.

    select CommentsFile assign to CommentsFileName
        organization is line sequential.

data division.
file section.
    fd SurveyFile.
        01 SurveyLine pic x(2000).
            88 EndOfSurveyFile value high-values.

    fd AttendeesFile is global.
        copy DD-Attendee replacing Attendee by
            ==AttendeeRecord is global.
            88 EndOfAttendeesFile value high-values==.

    fd ArchiveCatalogFile.
        01 ArchiveCatalogRecord.
            88 EndOfArchiveCatalog value high-values.
            02 CatalogArchiveName pic x(30).
            02 CatalogArchiveDate pic x(8).
            02 CatalogRecordCount pic 9(4).
            02 CatalogArchiveLayout pic 999.

    fd ArchiveFile.
        copy DD-Attendee replacing Attendee by
            ==ArchiveRecord.
            88 EndOfArchiveFile value high-values==.

    fd ResponsesFile.
        copy DD-SurveyResponse replacing SurveyResponse by ==ResponseRecord==.

    fd QuestionsFile.
        copy DD-SurveyQuestion replacing SurveyQuestion by ==QuestionRecord==.

    fd CommentsFile.
        copy DD-SurveyComment replacing SurveyComment by ==CommentRecord==.

working-storage section.
    01 AttendeeStatus   pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
    01 ArchiveStatus pic x(2).

    01 SurveyFileName pic x(40) value spaces.
    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 ArchiveCatalogFileName pic x(20) value "archive-catalog.dat".
    01 ArchiveFileName pic x(30) value spaces.
    01 ResponsesFileName pic x(20) value "survey-results.dat".
    01 QuestionsFileName pic x(20) value "survey-questions.dat".
    01 CommentsFileName pic x(20) value "survey-comments.dat".
    01 CommandLineArgumentCount pic 9 value zero.

*> the form export is AuthCode then one column per question - score
*> columns hold 0 to 10, anything else in a column makes it free text
    01 CsvFields.
        02 CsvField pic x(200) occurs 13 times.
    01 CsvFieldCount pic 99 value zero.
    01 CsvPosition pic 9(4) value zero.
    01 CsvLineLength pic 9(4) value zero.
    01 CsvFieldLength pic 999 value zero.
    01 CsvCharacter pic x value space.
    01 CsvQuoteFlag pic 9 value 0.
        88 InsideQuotes value 1 when set to false is 0.

    01 QuestionTable.
        02 QuestionEntry occurs 12 times.
            03 TableQuestionLabel pic x(60) value spaces.
            03 TableQuestionKind pic x value "S".
    01 QuestionCount pic 99 value zero.
    01 QuestionScan pic 99 value zero.
    01 ColumnNumber pic 99 value zero.
    01 ScoreValue pic 99 value zero.

    01 SeenCodes.
        02 SeenCode pic x(6) occurs 1000 times.
    01 SeenCount pic 9(4) value zero.
    01 SeenScan pic 9(4) value zero.
    01 DuplicateFlag pic 9 value 0.
        88 ResponseIsDuplicate value 1 when set to false is 0.

    01 ArchivePeople.
        02 ArchivePerson occurs 2000 times.
            03 ArchiveName pic x(25) value spaces.
            03 ArchiveEmail pic x(40) value spaces.
    01 ArchivePeopleCount pic 9(4) value zero.
    01 ArchiveScan pic 9(4) value zero.

    01 ResponseAuthCode pic x(6) value spaces.
    01 ImportDate pic x(8) value spaces.
    01 HeaderFlag pic 9 value 0.
        88 HeaderRead value 1 when set to false is 0.

    01 RowsRead pic 9(4) value zero.
    01 ResponsesImported pic 9(4) value zero.
    01 RowsUnmatched pic 9(4) value zero.
    01 RowsDuplicated pic 9(4) value zero.
    01 CommentsImported pic 9(4) value zero.
    01 ReturnersFound pic 9(4) value zero.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is less than 1
        display "Usage: SurveyImport <survey csv> [attendees file]"
        stop run
    end-if
    accept SurveyFileName from argument-value
    if CommandLineArgumentCount is greater than 1
        accept AttendeesFileName from argument-value
    end-if
    accept ImportDate from date yyyymmdd

    perform WorkOutQuestionKinds
    if QuestionCount equal to zero
        display "No questions in the header of " trim(SurveyFileName)
            " - nothing imported"
        stop run
    end-if
    perform LoadArchivePeople

    open output QuestionsFile
    perform varying QuestionScan from 1 by 1 until QuestionScan is greater than QuestionCount
        initialize QuestionRecord
        move QuestionScan to QuestionNumber of QuestionRecord
        move TableQuestionKind(QuestionScan) to QuestionKind of QuestionRecord
        move TableQuestionLabel(QuestionScan) to QuestionLabel of QuestionRecord
        write QuestionRecord
    end-perform
    close QuestionsFile

    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    open output ResponsesFile
    open output CommentsFile
    open input AttendeesFile
    open input SurveyFile
    set HeaderRead to false
    read SurveyFile
        at end set EndOfSurveyFile to true
    end-read
    perform until EndOfSurveyFile
        if HeaderRead
            perform ImportSurveyRow
        else
            set HeaderRead to true
        end-if
        read SurveyFile
            at end set EndOfSurveyFile to true
        end-read
    end-perform
    close SurveyFile
    close AttendeesFile
    close CommentsFile
    close ResponsesFile

    display "Survey rows read:           " RowsRead
    display "Responses imported:         " ResponsesImported
        " (" ReturnersFound " from returners)"
    display "Comments imported:          " CommentsImported
    display "No booking for the AuthCode: " RowsUnmatched
    display "Second response ignored:    " RowsDuplicated
    display "Questions: " QuestionCount " - written to " trim(QuestionsFileName)
    stop run.

WorkOutQuestionKinds section.
*> a first pass over the file: the header names the questions, and any
*> answer that is not a 0-10 score marks that question as free text
    move zero to QuestionCount
    set HeaderRead to false
    open input SurveyFile
    read SurveyFile
        at end set EndOfSurveyFile to true
    end-read
    perform until EndOfSurveyFile
        perform SplitSurveyLine
        if HeaderRead
            perform varying ColumnNumber from 2 by 1
                until ColumnNumber is greater than CsvFieldCount
                    or ColumnNumber is greater than QuestionCount + 1
                perform CheckAnswerIsScore
            end-perform
        else
            set HeaderRead to true
            if CsvFieldCount is greater than 1
                compute QuestionCount = CsvFieldCount - 1
            end-if
            perform varying QuestionScan from 1 by 1
                until QuestionScan is greater than QuestionCount
                move CsvField(QuestionScan + 1) to TableQuestionLabel(QuestionScan)
                move "S" to TableQuestionKind(QuestionScan)
            end-perform
        end-if
        read SurveyFile
            at end set EndOfSurveyFile to true
        end-read
    end-perform
    close SurveyFile
.

CheckAnswerIsScore section.
    compute QuestionScan = ColumnNumber - 1
    if CsvField(ColumnNumber) equal to spaces
        exit section
    end-if
    if test-numval(CsvField(ColumnNumber)) not equal to zero
        move "T" to TableQuestionKind(QuestionScan)
        exit section
    end-if
    if numval(CsvField(ColumnNumber)) is less than zero
            or numval(CsvField(ColumnNumber)) is greater than 10
            or numval(CsvField(ColumnNumber))
                not equal to integer(numval(CsvField(ColumnNumber)))
        move "T" to TableQuestionKind(QuestionScan)
    end-if
.

SplitSurveyLine section.
*> commas inside a quoted answer belong to the answer, and a doubled
*> quote inside quotes is a literal quote
    move spaces to CsvFields
    move 1 to CsvFieldCount
    move zero to CsvFieldLength
    set InsideQuotes to false
    move length(trim(SurveyLine trailing)) to CsvLineLength
    perform varying CsvPosition from 1 by 1
        until CsvPosition is greater than CsvLineLength
        move SurveyLine(CsvPosition:1) to CsvCharacter
        evaluate true
            when CsvCharacter equal to '"' and InsideQuotes
                if CsvPosition is less than CsvLineLength
                        and SurveyLine(CsvPosition + 1:1) equal to '"'
                    perform AddCharacterToField
                    add 1 to CsvPosition
                else
                    set InsideQuotes to false
                end-if
            when CsvCharacter equal to '"'
                set InsideQuotes to true
            when CsvCharacter equal to "," and not InsideQuotes
                if CsvFieldCount is less than 13
                    add 1 to CsvFieldCount
                    move zero to CsvFieldLength
                else
                    exit perform
                end-if
            when other
                perform AddCharacterToField
        end-evaluate
    end-perform
.

AddCharacterToField section.
    if CsvFieldLength is less than 200
        add 1 to CsvFieldLength
        move CsvCharacter to CsvField(CsvFieldCount)(CsvFieldLength:1)
    end-if
.

LoadArchivePeople section.
*> every archived year on the catalog - the same archives the returners
*> report reads - so first-timers can be told from returners
    move zero to ArchivePeopleCount
    open input ArchiveCatalogFile
        read ArchiveCatalogFile
            at end set EndOfArchiveCatalog to true
        end-read
        perform until EndOfArchiveCatalog
            move CatalogArchiveName to ArchiveFileName
            perform LoadOneArchive
            read ArchiveCatalogFile
                at end set EndOfArchiveCatalog to true
            end-read
        end-perform
    close ArchiveCatalogFile
.

LoadOneArchive section.
*> an archive from before a layout change is left out until converted
    move ArchiveFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        exit section
    end-if
    open input ArchiveFile
    if ArchiveStatus not equal to "00"
        close ArchiveFile
        exit section
    end-if
    move zeroes to AuthCode of ArchiveRecord
    start ArchiveFile key is greater than AuthCode of ArchiveRecord
    read ArchiveFile next record
        at end set EndOfArchiveFile to true
    end-read
    perform until EndOfArchiveFile or ArchivePeopleCount equal to 2000
        if AttendeeName of ArchiveRecord not equal to spaces
            add 1 to ArchivePeopleCount
            move upper-case(function trim(AttendeeName of ArchiveRecord))
                to ArchiveName(ArchivePeopleCount)
            move upper-case(function trim(Email of ArchiveRecord))
                to ArchiveEmail(ArchivePeopleCount)
        end-if
        read ArchiveFile next record
            at end set EndOfArchiveFile to true
        end-read
    end-perform
    close ArchiveFile
.

ImportSurveyRow section.
    perform SplitSurveyLine
    if CsvField(1) equal to spaces
        exit section
    end-if
    add 1 to RowsRead
    move upper-case(trim(CsvField(1))) to ResponseAuthCode

    set ResponseIsDuplicate to false
    perform varying SeenScan from 1 by 1 until SeenScan is greater than SeenCount
        if SeenCode(SeenScan) equal to ResponseAuthCode
            set ResponseIsDuplicate to true
        end-if
    end-perform
    if ResponseIsDuplicate
        add 1 to RowsDuplicated
        display "Second response from " ResponseAuthCode " ignored"
        exit section
    end-if

    move ResponseAuthCode to AuthCode of AttendeeRecord
    read AttendeesFile record
        key is AuthCode of AttendeeRecord
        invalid key
            add 1 to RowsUnmatched
            display "No booking for " ResponseAuthCode " - response not imported"
            exit section
    end-read

    if SeenCount is less than 1000
        add 1 to SeenCount
        move ResponseAuthCode to SeenCode(SeenCount)
    end-if

    initialize ResponseRecord
    move ResponseAuthCode to SurveyAuthCode of ResponseRecord
    move TicketType of AttendeeRecord to SurveyTicketType of ResponseRecord
    move AttendeeRole of AttendeeRecord to SurveyRole of ResponseRecord
    move ArrivalDay of AttendeeRecord to SurveyArrivalDay of ResponseRecord
    move AccommodationType of AttendeeRecord to SurveyAccommodation of ResponseRecord
    move ImportDate to SurveyImportedDate of ResponseRecord
    perform varying QuestionScan from 1 by 1 until QuestionScan is greater than 12
        set ScoreNotAnswered of ResponseRecord(QuestionScan) to true
    end-perform
    perform CheckIfReturner

    perform varying QuestionScan from 1 by 1 until QuestionScan is greater than QuestionCount
        compute ColumnNumber = QuestionScan + 1
        if CsvField(ColumnNumber) not equal to spaces
            if TableQuestionKind(QuestionScan) equal to "S"
                move numval(CsvField(ColumnNumber)) to ScoreValue
                move ScoreValue to SurveyScore of ResponseRecord(QuestionScan)
            else
                initialize CommentRecord
                move QuestionScan to CommentQuestion of CommentRecord
                move ResponseAuthCode to CommentAuthCode of CommentRecord
                move trim(CsvField(ColumnNumber)) to CommentText of CommentRecord
                write CommentRecord
                add 1 to CommentsImported
            end-if
        end-if
    end-perform
    write ResponseRecord
    add 1 to ResponsesImported
.

CheckIfReturner section.
    set SurveyFromFirstTimer of ResponseRecord to true
    perform varying ArchiveScan from 1 by 1
        until ArchiveScan is greater than ArchivePeopleCount
        if ArchiveName(ArchiveScan)
                equal to upper-case(function trim(AttendeeName of AttendeeRecord))
            or (ArchiveEmail(ArchiveScan) not equal to spaces
                and ArchiveEmail(ArchiveScan)
                    equal to upper-case(function trim(Email of AttendeeRecord)))
            set SurveyFromReturner of ResponseRecord to true
            add 1 to ReturnersFound
            exit perform
        end-if
    end-perform
.

end program SurveyImport.
