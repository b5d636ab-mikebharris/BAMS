identification division.
program-id. ShiftCallOut.

environment division.
    configuration section.
        repository.
            function all intrinsic.

input-output section.
file-control.
    select optional AttendeesFile assign to AttendeesFileName
        organization is indexed
        access mode is dynamic
        record key is AuthCode of AttendeeRecord
        file status is AttendeeStatus.

    select optional ShiftsFile assign to ShiftsFileName
        organization is line sequential.

    select optional StationRulesFile assign to StationRulesFileName
        organization is line sequential.

    select optional ShiftApplicationsFile assign to ShiftApplicationsFileName
        organization is line sequential.

    select ReportFile assign to ReportFileName
        organization is line sequential.

    select SmsExtractFile assign to SmsExtractFileName
        organization is line sequential.

    select EmailExtractFile assign to EmailExtractFileName
        organization is line sequential.

    select optional OutboxFile assign to OutboxFileName
        organization is line sequential.

data division.
file section.
    fd AttendeesFile is global.
        copy DD-Attendee replacing Attendee by
            ==AttendeeRecord is global.
            88 EndOfAttendeesFile value high-values==.

    fd ShiftsFile.
        copy DD-Shift replacing Shift by
            ==ShiftRecord.
            88 EndOfShiftsFile value high-values==.

    fd StationRulesFile.
        copy DD-StationRule replacing StationRule by
            ==StationRuleRecord.
            88 EndOfStationRules value high-values==.

    fd ShiftApplicationsFile.
        copy DD-ShiftApplication replacing ShiftApplication by
            ==ShiftApplicationRecord.
            88 EndOfShiftApplications value high-values==.

    fd ReportFile.
        01 ReportLine pic x(132).

    fd SmsExtractFile.
        01 SmsExtractLine pic x(420).

    fd EmailExtractFile.
        01 EmailExtractLine pic x(500).

    fd OutboxFile.
        copy DD-Outbox replacing OutboxEntry by ==OutboxRecord==.

working-storage section.
    01 AttendeeStatus   pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".

    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 HistoryModuleInit pic x(30) value spaces.
    01 ShiftsFileName pic x(20) value "shifts.dat".
    01 StationRulesFileName pic x(20) value "station-quals.cfg".
    01 ShiftApplicationsFileName pic x(24) value "shift-applications.dat".
    01 ReportFileName pic x(40) value spaces.
    01 SmsExtractFileName pic x(30) value "shift-callout-sms.csv".
    01 EmailExtractFileName pic x(30) value "shift-callout-email.csv".
    01 OutboxFileName pic x(20) value "outbox.dat".
    01 CommandLineArgumentCount pic 9 value zero.
    01 TodaysDate pic x(8) value spaces.
    01 TimeNow pic x(8) value spaces.

    01 CampNightNames value "WedThuFriSatSunMon".
        02 CampNightName pic xxx occurs 6 times indexed by CampNightIndex.
    01 ArrivalNightIndex pic 9 value zero.
    01 DepartureNightIndex pic 9 value zero.

*> every shift with a gap, numbered as the rota screen numbers them so
*> a reply quoting the number lands on the right one
    01 OpenShiftCount pic 999 value zero.
    01 OpenShiftTable.
        02 OpenShift occurs 1 to 200 times depending on OpenShiftCount.
            03 OpenShiftNumber pic 999.
            03 OpenShiftDay pic xxx.
            03 OpenShiftNight pic 9.
            03 OpenShiftSlot pic x(12).
            03 OpenShiftStation pic x(10).
            03 OpenShiftNeeded pic 9.
            03 OpenShiftCovered pic 9.
            03 OpenShiftQual pic x(10).
            03 OpenShiftPending pic 99.
    01 OpenShiftScan pic 999 value zero.
*> who is already working each day and slot, across the whole rota
    01 RotaShiftCount pic 999 value zero.
    01 RotaShiftTable.
        02 RotaShift occurs 1 to 200 times depending on RotaShiftCount.
            03 RotaShiftDay pic xxx.
            03 RotaShiftSlot pic x(12).
            03 RotaShiftAssignees.
                04 RotaShiftAssignee pic x(6) occurs 4 times.
    01 RotaShiftScan pic 999 value zero.
    01 InSlotFlag pic 9 value 0.
        88 CamperAlreadyInSlot value 1 when set to false is 0.
    01 GapCount pic 9 value zero.
    01 PendingDisplay pic z9.
    01 ShiftsRead pic 999 value zero.
    01 PlacesToFill pic 999 value zero.
    01 AssigneeSlot pic 9 value zero.
    01 CoveredCount pic 9 value zero.

*> the first five open shifts a person could do go in their message -
*> more than that will not fit in a text and nobody reads a list of twenty
    01 ShiftsOfferedLimit pic 9 value 5.
    01 ShiftsOffered pic 999 value zero.
    01 ShiftsOfferedDisplay pic zz9.
    01 OfferList pic x(300) value spaces.
    01 OfferPointer pic 999 value 1.
    01 ShiftNumberDisplay pic zz9.
    01 MessageText pic x(400) value spaces.
    01 MessagePointer pic 999 value 1.
    01 MessageSubject pic x(100) value spaces.
    01 WorkLine pic x(400) value spaces.
    01 FirstTemplateLine pic 99 value 1.
    01 TemplateLineNumber pic 99 value zero.
    01 SmsTemplateFileName pic x(40) value "shift-callout-sms-template.txt".
    01 EmailTemplateFileName pic x(40) value "shift-callout-email-template.txt".
    copy DD-LetterTemplate.

    01 CalledOut pic 9(4) value zero.
    01 SmsWritten pic 9(4) value zero.
    01 EmailsWritten pic 9(4) value zero.
    01 SkippedNoConsent pic 9(4) value zero.
    01 SkippedByPost pic 9(4) value zero.
    01 SkippedNoAddress pic 9(4) value zero.
    01 SkippedNotOnSite pic 9(4) value zero.
    01 EditHistoryLine pic x(120) value spaces.
    01 CountDisplay pic zzz9.
    01 QualWording pic x(20) value spaces.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than zero
        accept AttendeesFileName from argument-value
    end-if
    accept TodaysDate from date yyyymmdd
    accept TimeNow from time

    move SmsTemplateFileName to LetterTemplateBaseName
    move spaces to LetterTemplateLanguage
    call "LetterTemplates" using LetterTemplate
    if LetterTemplateLineCount equal to zero
        display "Template " trim(SmsTemplateFileName)
            " is missing or empty - no call-out produced"
        stop run
    end-if
*> the first line of the email template is the subject
    move EmailTemplateFileName to LetterTemplateBaseName
    call "LetterTemplates" using LetterTemplate
    if LetterTemplateLineCount is less than 2
        display "Template " trim(EmailTemplateFileName)
            " is missing or has no message under its subject - no call-out produced"
        stop run
    end-if

    perform LoadOpenShifts
    perform FindStationQualifications
    perform CountPendingApplications

    move spaces to ReportFileName
    string "shift-callout-" TodaysDate ".txt" delimited by size into ReportFileName
    open output ReportFile
    perform WriteUnfilledShiftsReport

    if OpenShiftCount equal to zero
        close ReportFile
        display "Every shift on the rota is covered - no call-out needed"
        stop run
    end-if

    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        close ReportFile
        stop run
    end-if
    call "EditHistory" using HistoryModuleInit

    open output SmsExtractFile
    move "Telephone,Message" to SmsExtractLine
    write SmsExtractLine
    open output EmailExtractFile
    move "Email,Subject,Message" to EmailExtractLine
    write EmailExtractLine
    open extend OutboxFile

    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile
            if (AttendeeComing of AttendeeRecord or AttendeeArrived of AttendeeRecord)
                    and not AttendeeIsNoShow of AttendeeRecord
                    and not TicketTypeIsChild of AttendeeRecord
                perform ConsiderCamperForCallOut
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile
    close OutboxFile
    close EmailExtractFile
    close SmsExtractFile

    perform WriteCallOutTotals
    close ReportFile
    display "Unfilled shifts and call-out totals in " trim(ReportFileName)
    display "Replies are keyed in on the shift rota screen as call-out replies"
    call "ReportMissingTranslations"
    stop run.

LoadOpenShifts section.
    move zero to OpenShiftCount
    move zero to ShiftsRead
    open input ShiftsFile
        read ShiftsFile
            at end set EndOfShiftsFile to true
        end-read
        perform until EndOfShiftsFile or ShiftsRead equal to 200
            add 1 to ShiftsRead
            move ShiftsRead to RotaShiftCount
            move ShiftDay of ShiftRecord to RotaShiftDay(RotaShiftCount)
            move ShiftSlot of ShiftRecord to RotaShiftSlot(RotaShiftCount)
            move ShiftAssignees of ShiftRecord to RotaShiftAssignees(RotaShiftCount)
            move zero to CoveredCount
            perform varying AssigneeSlot from 1 by 1 until AssigneeSlot is greater than 4
                if ShiftAssignee of ShiftRecord(AssigneeSlot) not equal to spaces
                    add 1 to CoveredCount
                end-if
            end-perform
            if CoveredCount is less than PeopleNeeded of ShiftRecord
                perform TakeOpenShift
            end-if
            read ShiftsFile
                at end set EndOfShiftsFile to true
            end-read
        end-perform
    close ShiftsFile
.

TakeOpenShift section.
    add 1 to OpenShiftCount
    move ShiftsRead to OpenShiftNumber(OpenShiftCount)
    move ShiftDay of ShiftRecord to OpenShiftDay(OpenShiftCount)
    move zero to OpenShiftNight(OpenShiftCount)
    set CampNightIndex to 1
    search CampNightName
        when CampNightName(CampNightIndex) equal to ShiftDay of ShiftRecord
            set OpenShiftNight(OpenShiftCount) to CampNightIndex
    end-search
    move ShiftSlot of ShiftRecord to OpenShiftSlot(OpenShiftCount)
    move ShiftStation of ShiftRecord to OpenShiftStation(OpenShiftCount)
    move PeopleNeeded of ShiftRecord to OpenShiftNeeded(OpenShiftCount)
    move CoveredCount to OpenShiftCovered(OpenShiftCount)
    move spaces to OpenShiftQual(OpenShiftCount)
    move zero to OpenShiftPending(OpenShiftCount)
    compute PlacesToFill = PlacesToFill + PeopleNeeded of ShiftRecord - CoveredCount
.

FindStationQualifications section.
*> a station that needs a qualification says so in the report and the
*> call-out, so people without one know not to reply for it
    open input StationRulesFile
        read StationRulesFile
            at end set EndOfStationRules to true
        end-read
        perform until EndOfStationRules
            perform varying OpenShiftScan from 1 by 1
                    until OpenShiftScan is greater than OpenShiftCount
                if OpenShiftStation(OpenShiftScan) equal to RuleStation of StationRuleRecord
                    move RuleQualType of StationRuleRecord to OpenShiftQual(OpenShiftScan)
                end-if
            end-perform
            read StationRulesFile
                at end set EndOfStationRules to true
            end-read
        end-perform
    close StationRulesFile
.

CountPendingApplications section.
    open input ShiftApplicationsFile
        read ShiftApplicationsFile
            at end set EndOfShiftApplications to true
        end-read
        perform until EndOfShiftApplications
            if ShiftApplicationIsPending of ShiftApplicationRecord
                perform varying OpenShiftScan from 1 by 1
                        until OpenShiftScan is greater than OpenShiftCount
                    if OpenShiftDay(OpenShiftScan)
                            equal to ShiftApplicationDay of ShiftApplicationRecord
                            and OpenShiftSlot(OpenShiftScan)
                                equal to ShiftApplicationSlot of ShiftApplicationRecord
                            and OpenShiftStation(OpenShiftScan)
                                equal to ShiftApplicationStation of ShiftApplicationRecord
                            and OpenShiftPending(OpenShiftScan) is less than 99
                        add 1 to OpenShiftPending(OpenShiftScan)
                    end-if
                end-perform
            end-if
            read ShiftApplicationsFile
                at end set EndOfShiftApplications to true
            end-read
        end-perform
    close ShiftApplicationsFile
.

WriteUnfilledShiftsReport section.
    move spaces to ReportLine
    string "UNFILLED VOLUNTEER SHIFTS - " TodaysDate " - " trim(ShiftsFileName)
        delimited by size into ReportLine
    perform WriteReportLine
    move spaces to ReportLine
    move all "=" to ReportLine(1:60)
    perform WriteReportLine
    if OpenShiftCount equal to zero
        move "Every shift on the rota is covered" to ReportLine
        perform WriteReportLine
        exit section
    end-if
    move "No.  Day Slot         Station    Need Have Gap  Needs      Replies waiting"
        to ReportLine
    perform WriteReportLine
    perform varying OpenShiftScan from 1 by 1 until OpenShiftScan is greater than OpenShiftCount
        move OpenShiftNumber(OpenShiftScan) to ShiftNumberDisplay
        compute GapCount = OpenShiftNeeded(OpenShiftScan) - OpenShiftCovered(OpenShiftScan)
        move OpenShiftPending(OpenShiftScan) to PendingDisplay
        move spaces to ReportLine
        string ShiftNumberDisplay "  " OpenShiftDay(OpenShiftScan) " "
            OpenShiftSlot(OpenShiftScan) " "
            OpenShiftStation(OpenShiftScan) " "
            OpenShiftNeeded(OpenShiftScan) "    "
            OpenShiftCovered(OpenShiftScan) "    "
            GapCount "    "
            OpenShiftQual(OpenShiftScan) " "
            PendingDisplay
            delimited by size into ReportLine
        perform WriteReportLine
    end-perform
    move spaces to ReportLine
    perform WriteReportLine
    move OpenShiftCount to CountDisplay
    move spaces to ReportLine
    string "Shifts with a gap:                " CountDisplay delimited by size
        into ReportLine
    perform WriteReportLine
    move PlacesToFill to CountDisplay
    move spaces to ReportLine
    string "Places still to fill:             " CountDisplay delimited by size
        into ReportLine
    perform WriteReportLine
.

ConsiderCamperForCallOut section.
*> a call-out is a favour asked, not something about their booking, so
*> it only goes to those who said yes to being contacted beyond the
*> essentials, and only by the channel they asked for
    if not PublicityContactAllowed of AttendeeRecord
            or EssentialContactRefused of AttendeeRecord
        add 1 to SkippedNoConsent
        exit section
    end-if
    if PrefersPost of AttendeeRecord
        add 1 to SkippedByPost
        exit section
    end-if
    if PrefersSMS of AttendeeRecord
        if Telephone of AttendeeRecord equal to spaces
            add 1 to SkippedNoAddress
            exit section
        end-if
    else
        if Email of AttendeeRecord equal to spaces
                or EmailUndeliverable of AttendeeRecord
            add 1 to SkippedNoAddress
            exit section
        end-if
    end-if

    perform ComputeNightSpanForRecord
    perform BuildOfferList
    if ShiftsOffered equal to zero
        add 1 to SkippedNotOnSite
        exit section
    end-if

    add 1 to CalledOut
    if PrefersSMS of AttendeeRecord
        perform WriteSmsCallOut
    else
        perform WriteEmailCallOut
    end-if

    move ShiftsOffered to ShiftsOfferedDisplay
    move spaces to EditHistoryLine
    string AuthCode of AttendeeRecord " " TodaysDate " " TimeNow(1:6)
        " CALLOUT  asked to cover " trim(ShiftsOfferedDisplay) " open shifts"
        delimited by size into EditHistoryLine
    call "AppendHistoryLine" using EditHistoryLine
.

BuildOfferList section.
*> only shifts on a day they are on site, and not one in a slot they
*> are already working
    move zero to ShiftsOffered
    move spaces to OfferList
    move 1 to OfferPointer
    perform varying OpenShiftScan from 1 by 1 until OpenShiftScan is greater than OpenShiftCount
        if OpenShiftNight(OpenShiftScan) is greater than or equal to ArrivalNightIndex
                and OpenShiftNight(OpenShiftScan) is less than or equal to DepartureNightIndex
            perform CheckCamperAlreadyInSlot
            if not CamperAlreadyInSlot
                perform AddShiftToOfferList
            end-if
        end-if
    end-perform
    if ShiftsOffered is greater than ShiftsOfferedLimit
        string " ..." delimited by size into OfferList with pointer OfferPointer
    end-if
.

AddShiftToOfferList section.
    add 1 to ShiftsOffered
    if ShiftsOffered is greater than ShiftsOfferedLimit
        exit section
    end-if
    if ShiftsOffered is greater than 1
        string "; " delimited by size into OfferList with pointer OfferPointer
    end-if
    move OpenShiftNumber(OpenShiftScan) to ShiftNumberDisplay
    move spaces to QualWording
    if OpenShiftQual(OpenShiftScan) not equal to spaces
        string " [" trim(OpenShiftQual(OpenShiftScan)) "]"
            delimited by size into QualWording
    end-if
    string "#" trim(ShiftNumberDisplay) " " OpenShiftDay(OpenShiftScan) " "
        trim(OpenShiftSlot(OpenShiftScan)) " " trim(OpenShiftStation(OpenShiftScan))
        trim(QualWording, trailing)
        delimited by size into OfferList with pointer OfferPointer
.

CheckCamperAlreadyInSlot section.
    set CamperAlreadyInSlot to false
    perform varying RotaShiftScan from 1 by 1 until RotaShiftScan is greater than RotaShiftCount
        if RotaShiftDay(RotaShiftScan) equal to OpenShiftDay(OpenShiftScan)
                and RotaShiftSlot(RotaShiftScan) equal to OpenShiftSlot(OpenShiftScan)
            perform varying AssigneeSlot from 1 by 1 until AssigneeSlot is greater than 4
                if RotaShiftAssignee(RotaShiftScan, AssigneeSlot)
                        equal to AuthCode of AttendeeRecord
                    set CamperAlreadyInSlot to true
                end-if
            end-perform
        end-if
    end-perform
.

WriteSmsCallOut section.
    move SmsTemplateFileName to LetterTemplateBaseName
    move 1 to FirstTemplateLine
    perform BuildCallOutMessage
    move spaces to SmsExtractLine
    string trim(Telephone of AttendeeRecord) "," trim(MessageText)
        delimited by size into SmsExtractLine
    write SmsExtractLine
    add 1 to SmsWritten
    set OutboxBySMS of OutboxRecord to true
    move Telephone of AttendeeRecord to OutboxAddress of OutboxRecord
    move SmsExtractFileName to OutboxLetterFile of OutboxRecord
    perform WriteOutboxLine
.

WriteEmailCallOut section.
    move EmailTemplateFileName to LetterTemplateBaseName
    move 2 to FirstTemplateLine
    perform BuildCallOutMessage
    move LetterTemplateText(1) to MessageSubject
    move spaces to EmailExtractLine
    string trim(Email of AttendeeRecord) ","
        trim(MessageSubject) ","
        trim(MessageText)
        delimited by size into EmailExtractLine
    write EmailExtractLine
    add 1 to EmailsWritten
    set OutboxByEmail of OutboxRecord to true
    move Email of AttendeeRecord to OutboxAddress of OutboxRecord
    move EmailExtractFileName to OutboxLetterFile of OutboxRecord
    perform WriteOutboxLine
.

BuildCallOutMessage section.
*> the message goes in the camper's own language where there is a
*> template for it; a text or an extract line is one line however the
*> template was typed, so the template lines run on into each other
    move PreferredLanguage of AttendeeRecord to LetterTemplateLanguage
    call "LetterTemplates" using LetterTemplate
    move spaces to MessageText
    move 1 to MessagePointer
    perform varying TemplateLineNumber from FirstTemplateLine by 1
        until TemplateLineNumber is greater than LetterTemplateLineCount
        move LetterTemplateText(TemplateLineNumber) to WorkLine
        move substitute(WorkLine,
            "{NAME}", trim(AttendeeName of AttendeeRecord),
            "{AUTHCODE}", AuthCode of AttendeeRecord,
            "{SHIFTS}", trim(OfferList)) to WorkLine
        if WorkLine not equal to spaces
            if MessagePointer is greater than 1
                string " " delimited by size into MessageText
                    with pointer MessagePointer
                end-string
            end-if
            string trim(WorkLine) delimited by size into MessageText
                with pointer MessagePointer
            end-string
        end-if
    end-perform
.

WriteOutboxLine section.
    move spaces to OutboxMessageId of OutboxRecord
    string "SHFT-" AuthCode of AttendeeRecord "-" TodaysDate
        delimited by size into OutboxMessageId of OutboxRecord
    move AuthCode of AttendeeRecord to OutboxAuthCode of OutboxRecord
    move "SHIFT CALL" to OutboxKind of OutboxRecord
    move TodaysDate to OutboxWrittenDate of OutboxRecord
    write OutboxRecord
.

WriteCallOutTotals section.
    move spaces to ReportLine
    perform WriteReportLine
    move "Call-out" to ReportLine
    perform WriteReportLine
    move spaces to ReportLine
    move all "-" to ReportLine(1:60)
    perform WriteReportLine
    move CalledOut to CountDisplay
    move spaces to ReportLine
    string "Campers asked:                    " CountDisplay delimited by size
        into ReportLine
    perform WriteReportLine
    move SmsWritten to CountDisplay
    move spaces to ReportLine
    string "  by text:                        " CountDisplay
        "  " trim(SmsExtractFileName)
        delimited by size into ReportLine
    perform WriteReportLine
    move EmailsWritten to CountDisplay
    move spaces to ReportLine
    string "  by email:                       " CountDisplay
        "  " trim(EmailExtractFileName)
        delimited by size into ReportLine
    perform WriteReportLine
    move SkippedNoConsent to CountDisplay
    move spaces to ReportLine
    string "Not asked - no consent to contact:" CountDisplay delimited by size
        into ReportLine
    perform WriteReportLine
    move SkippedByPost to CountDisplay
    move spaces to ReportLine
    string "Not asked - post only, too slow:  " CountDisplay delimited by size
        into ReportLine
    perform WriteReportLine
    move SkippedNoAddress to CountDisplay
    move spaces to ReportLine
    string "Not asked - no number or address: " CountDisplay delimited by size
        into ReportLine
    perform WriteReportLine
    move SkippedNotOnSite to CountDisplay
    move spaces to ReportLine
    string "Not asked - not on site for one:  " CountDisplay delimited by size
        into ReportLine
    perform WriteReportLine
.

ComputeNightSpanForRecord section.
    set CampNightIndex to 1
    search CampNightName
        at end move 1 to ArrivalNightIndex
        when CampNightName(CampNightIndex) equal to ArrivalDay of AttendeeRecord
            move CampNightIndex to ArrivalNightIndex
    end-search

    evaluate true
        when DepartureDayIsValid of AttendeeRecord
            set CampNightIndex to 1
            search CampNightName
                at end move ArrivalNightIndex to DepartureNightIndex
                when CampNightName(CampNightIndex)
                        equal to DepartureDay of AttendeeRecord
                    move CampNightIndex to DepartureNightIndex
            end-search
        when CanStayTillMonday of AttendeeRecord
            move 6 to DepartureNightIndex
        when other
            move 5 to DepartureNightIndex
    end-evaluate

    if DepartureNightIndex is less than ArrivalNightIndex
        move ArrivalNightIndex to DepartureNightIndex
    end-if
.

WriteReportLine section.
    write ReportLine
    display trim(ReportLine, trailing)
.

end program ShiftCallOut.
