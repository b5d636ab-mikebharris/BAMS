identification division.
program-id. RetentionPurge.

environment division.
    configuration section.
        repository.
            function all intrinsic.

input-output section.
file-control.
    select optional PolicyFile assign to PolicyFileName
        organization is line sequential.

    select optional SatelliteFile assign to SatelliteFileName
        organization is line sequential.

    select optional SatelliteHoldFile assign to SatelliteHoldFileName
        organization is line sequential.

    select CertificateFile assign to CertificateFileName
        organization is line sequential.

    select optional PersonsFile assign to PersonsFileName
        organization is indexed
        access mode is dynamic
        record key is PersonId of PersonRecord
        file status is PersonsStatus.

    select optional EventsRegistryFile assign to EventsRegistryFileName
        organization is line sequential.

data division.
file section.
    fd PolicyFile.
        01 PolicyLine pic x(80).
            88 EndOfPolicyFile value high-values.

    fd SatelliteFile.
        01 SatelliteLine pic x(400).
            88 EndOfSatelliteFile value high-values.

    fd SatelliteHoldFile.
        01 SatelliteHoldLine pic x(400).

    fd CertificateFile.
        01 CertificateLine pic x(100).

    fd PersonsFile.
        copy DD-Person replacing Person by
            ==PersonRecord.
            88 EndOfPersonsFile value high-values==.

    fd EventsRegistryFile.
        copy DD-Event replacing Event by
            ==EventRegistryRecord.
            88 EndOfEventsRegistryFile value high-values==.

working-storage section.
    01 PolicyFileName pic x(24) value "retention-policy.cfg".
    01 SatelliteFileName pic x(24) value spaces.
    01 SatelliteHoldFileName pic x(24) value "retention.tmp".
    01 CertificateFileName pic x(60) value spaces.
    01 PersonsFileName pic x(20) value "persons.dat".
    01 PersonsStatus pic x(2).
    01 EventsRegistryFileName pic x(20) value "events.dat".
    01 ReportsFolder pic x(20) value "reports".
    01 ShellCommand pic x(200) value spaces.
    01 CommandLineArgumentCount pic 9 value zero.
    01 RunOption pic x(10) value spaces.
    01 PurgeModeFlag pic 9 value 0.
        88 PurgeModeOn value 1 when set to false is 0.
    01 PurgeResponse pic x value space.
        88 PurgeConfirmed values "Y", "y".
    01 AuthorisedBy pic x(30) value spaces.

    01 TodaysDate pic x(8) value spaces.
    01 filler redefines TodaysDate.
        02 TodaysYear pic 9(4).
        02 TodaysMonth pic 99.
        02 TodaysDay pic 99.
    01 TimeNow pic x(8) value spaces.

*> every satellite file that holds personal data and has a date on its
*> records. attendees.dat and kids.dat are not here - they go a whole
*> event at a time through AnonymiseAttendees. dogs.dat and the survey
*> comments carry no date, so they go with the event's attendees.
*> kid-group-leaders.dat has no date either, but names its event, so it
*> runs from the day that event ended.
*>
*> giftaid.dat and receipts-register.dat are left out on purpose. HMRC
*> can ask to see every Gift Aid declaration behind a claim for six years
*> after the accounting period the claim was made in, and for as long
*> after that as the declaration is still being relied on. The receipts
*> register is the numbered run of receipts the accounts are checked
*> against and falls under the six years company and charity accounting
*> records must be kept. Neither may go on a personal-data clock - the
*> treasurer clears them by hand once the accounts are past that age.
    01 SatelliteFileList.
        02 filler pic x(24) value "incidents.dat".
        02 filler pic x(24) value "medication.dat".
        02 filler pic x(24) value "meds-admin.log".
        02 filler pic x(24) value "signon.log".
        02 filler pic x(24) value "kids-signin.log".
        02 filler pic x(24) value "claims.dat".
        02 filler pic x(24) value "bursaries.dat".
        02 filler pic x(24) value "lost-property.dat".
        02 filler pic x(24) value "concerns.dat".
        02 filler pic x(24) value "missing-child-alerts.dat".
        02 filler pic x(24) value "gate-log.dat".
        02 filler pic x(24) value "barred.dat".
        02 filler pic x(24) value "shop-tabs.dat".
        02 filler pic x(24) value "hires.dat".
        02 filler pic x(24) value "pending-approvals.dat".
        02 filler pic x(24) value "outbox.dat".
        02 filler pic x(24) value "emergency-log.dat".
        02 filler pic x(24) value "site-passes.dat".
        02 filler pic x(24) value "payee-bank.dat".
        02 filler pic x(24) value "bank-payments.dat".
        02 filler pic x(24) value "event-cancellations.dat".
        02 filler pic x(24) value "welfare-visits.dat".
        02 filler pic x(24) value "guardian-consents.dat".
        02 filler pic x(24) value "shift-applications.dat".
        02 filler pic x(24) value "in-kind.dat".
        02 filler pic x(24) value "persons.dat".
        02 filler pic x(24) value "tasks.dat".
        02 filler pic x(24) value "change-requests.dat".
        02 filler pic x(24) value "sensitive-access.log".
        02 filler pic x(24) value "shift-hours.dat".
        02 filler pic x(24) value "survey-results.dat".
        02 filler pic x(24) value "ballot-history.dat".
        02 filler pic x(24) value "kid-group-leaders.dat".
        02 filler pic x(24) value "credits.dat".
    01 filler redefines SatelliteFileList.
        02 SatelliteKnownFile pic x(24) occurs 34 times.
    01 SatelliteKnownCount pic 99 value 34.
    01 SatelliteScan pic 99 value zero.

*> one line of the policy per file and record type - a type of ALL
*> covers any record in that file without a line of its own
    01 RuleTable.
        02 RuleEntry occurs 60 times.
            03 RuleFile pic x(24).
            03 RuleType pic x(10).
            03 RuleKeepMonths pic 999.
            03 RuleAction pic x(5).
                88 RuleAnonymises value "ANON".
                88 RulePurges value "PURGE".
            03 RuleCutoffDate pic 9(8).
            03 RulePurged pic 9(5).
            03 RuleAnonymised pic 9(5).
            03 RuleKept pic 9(5).
    01 RuleCount pic 99 value zero.
    01 RuleScan pic 99 value zero.
    01 RuleMatched pic 99 value zero.
    01 PolicyWords.
        02 PolicyFileWord pic x(24).
        02 PolicyTypeWord pic x(10).
        02 PolicyMonthsWord pic x(5).
        02 PolicyActionWord pic x(10).
    01 PolicyProblems pic 99 value zero.
    01 RuleKnownFlag pic 9 value 0.
        88 RuleFileIsKnown value 1 when set to false is 0.
    01 FileHasRulesFlag pic 9 value 0.
        88 FileHasRules value 1 when set to false is 0.
    01 FileChangedFlag pic 9 value 0.
        88 FileWasChanged value 1 when set to false is 0.

    01 CutoffMonths pic 9(7) value zero.
    01 CutoffYear pic 9(4) value zero.
    01 CutoffMonth pic 99 value zero.
    01 CutoffDay pic 99 value zero.

*> what the current record is, as far as the policy cares
    01 RecordDate pic x(8) value spaces.
    01 RecordDateNumeric redefines RecordDate pic 9(8).
    01 RecordType pic x(10) value spaces.
    01 RecordKey pic x(10) value spaces.
    01 RecordOpenFlag pic 9 value 0.
        88 RecordStillOpen value 1 when set to false is 0.
    01 RecordsUndated pic 9(5) value zero.
    01 RecordsStillOpen pic 9(5) value zero.
    01 TotalPurged pic 9(6) value zero.
    01 TotalAnonymised pic 9(6) value zero.
    01 ActionText pic x(14) value spaces.

    copy DD-Incident replacing Incident by ==IncidentWork==.
    copy DD-Medication replacing Medication by ==MedicationWork==.
    copy DD-Claim replacing ExpenseClaim by ==ClaimWork==.
    copy DD-Bursary replacing Bursary by ==BursaryWork==.
    copy DD-LostProperty replacing LostProperty by ==PropertyWork==.
    copy DD-Concern replacing Concern by ==ConcernWork==.
    copy DD-ChildAlert replacing ChildAlert by ==AlertWork==.
    copy DD-LogEntry replacing LogEntry by ==GateLogWork==.
    copy DD-Barred replacing Barred by ==BarredWork==.
    copy DD-ShopTab replacing ShopTabLine by ==ShopTabWork==.
    copy DD-Hire replacing Hire by ==HireWork==.
    copy DD-Approval replacing Approval by ==ApprovalWork==.
    copy DD-Outbox replacing OutboxEntry by ==OutboxWork==.
    copy DD-EmergencyLog replacing EmergencyLog by ==EmergencyLogWork==.
    copy DD-SitePass replacing SitePass by ==SitePassWork==.
    copy DD-PayeeBank replacing PayeeBank by ==PayeeBankWork==.
    copy DD-BankPayment replacing BankPayment by ==BankPaymentWork==.
    copy DD-CancelReply replacing CancelReply by ==CancelReplyWork==.
    copy DD-WelfareVisit replacing WelfareVisit by ==WelfareVisitWork==.
    copy DD-GuardianConsent replacing GuardianConsent by ==GuardianConsentWork==.
    copy DD-ShiftApplication replacing ShiftApplication by ==ShiftApplicationWork==.
    copy DD-InKind replacing InKindDonation by ==InKindWork==.
    copy DD-Task replacing Task by ==TaskWork==.
    copy DD-ChangeRequest replacing ChangeRequest by ==ChangeRequestWork==.
    copy DD-ShiftAttendance replacing ShiftAttendance by ==ShiftAttendanceWork==.
    copy DD-SurveyResponse replacing SurveyResponse by ==SurveyResponseWork==.
    copy DD-BallotResult replacing BallotResult by ==BallotResultWork==.
    copy DD-KidGroupLeader replacing KidGroupLeader by ==GroupLeaderWork==.
    copy DD-Credit replacing Credit by ==CreditWork==.

*> when each event finished, for the records that only name their event
    01 EventEndTable.
        02 EventEndEntry occurs 60 times.
            03 EventEndDataFile pic x(20).
            03 EventEndDate pic 9(8).
    01 EventEndCount pic 99 value zero.
    01 EventEndScan pic 99 value zero.
    01 PersonYearScan pic 99 value zero.

    01 CountDisplay pic zzzz9.
    01 MonthsDisplay pic zz9.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than zero
        accept RunOption from argument-value
    end-if
    if RunOption equal to "--purge"
        set PurgeModeOn to true
    end-if
    if CommandLineArgumentCount is greater than 1
        accept PolicyFileName from argument-value
    end-if
    accept TodaysDate from date yyyymmdd
    accept TimeNow from time

    perform LoadRetentionPolicy
    if RuleCount equal to zero
        display "No retention rules in " trim(PolicyFileName) " - nothing to do"
        stop run
    end-if
    if PolicyProblems is greater than zero
        display "Put the policy right before anything is purged"
        stop run
    end-if

    if PurgeModeOn
        display "This destroys or anonymises every record past its keep period in"
        display "the files listed above. Run without --purge first to see what goes."
        display "Proceed? (Y/N)"
        accept PurgeResponse
        if not PurgeConfirmed
            display "Purge abandoned - nothing changed"
            stop run
        end-if
        display "Name of the person authorising this purge, for the certificate:"
        accept AuthorisedBy
        if AuthorisedBy equal to spaces
            display "The certificate needs a name - nothing changed"
            stop run
        end-if
        display spaces
        display "RETENTION PURGE " TodaysDate
        display "========================"
    else
        display spaces
        display "RETENTION DRY RUN " TodaysDate " - nothing is changed"
        display "==============================================="
    end-if

    perform varying SatelliteScan from 1 by 1
        until SatelliteScan is greater than SatelliteKnownCount
        perform ProcessSatelliteFile
    end-perform

    perform ShowRuleTotals
    if PurgeModeOn
        perform WriteCertificate
    else
        display "Run again with --purge to carry this out"
    end-if
    stop run.

LoadRetentionPolicy section.
*> a line is: file  record-type  months-to-keep  PURGE|ANON
*> with * in column one for a comment
    move zero to RuleCount
    move zero to PolicyProblems
    open input PolicyFile
        read PolicyFile
            at end set EndOfPolicyFile to true
        end-read
        perform until EndOfPolicyFile
            if PolicyLine not equal to spaces and PolicyLine(1:1) not equal to "*"
                perform TakePolicyLine
            end-if
            read PolicyFile
                at end set EndOfPolicyFile to true
            end-read
        end-perform
    close PolicyFile

    display "Retention policy from " trim(PolicyFileName)
    perform varying RuleScan from 1 by 1 until RuleScan is greater than RuleCount
        move RuleKeepMonths(RuleScan) to MonthsDisplay
        display "  " RuleFile(RuleScan) " " RuleType(RuleScan)
            " keep " MonthsDisplay " months, then " RuleAction(RuleScan)
            " (before " RuleCutoffDate(RuleScan) ")"
    end-perform
.

TakePolicyLine section.
    move spaces to PolicyWords
    unstring PolicyLine delimited by all spaces
        into PolicyFileWord PolicyTypeWord PolicyMonthsWord PolicyActionWord
    end-unstring
    move lower-case(PolicyFileWord) to PolicyFileWord
    move upper-case(PolicyTypeWord) to PolicyTypeWord
    move upper-case(PolicyActionWord) to PolicyActionWord

    set RuleFileIsKnown to false
    perform varying SatelliteScan from 1 by 1
        until SatelliteScan is greater than SatelliteKnownCount
        if SatelliteKnownFile(SatelliteScan) equal to PolicyFileWord
            set RuleFileIsKnown to true
        end-if
    end-perform
    if not RuleFileIsKnown
        add 1 to PolicyProblems
        display "Policy names " trim(PolicyFileWord)
            " - there is no purge for that file"
        exit section
    end-if
    if trim(PolicyMonthsWord) is not numeric
        add 1 to PolicyProblems
        display "Policy for " trim(PolicyFileWord) " " trim(PolicyTypeWord)
            " has no keep period in months"
        exit section
    end-if
    if PolicyActionWord not equal to "PURGE" and PolicyActionWord not equal to "ANON"
        add 1 to PolicyProblems
        display "Policy for " trim(PolicyFileWord) " " trim(PolicyTypeWord)
            " must say PURGE or ANON"
        exit section
    end-if
    if RuleCount equal to 60
        add 1 to PolicyProblems
        display "More than 60 retention rules - the rest are not read"
        exit section
    end-if

    add 1 to RuleCount
    move PolicyFileWord to RuleFile(RuleCount)
    move PolicyTypeWord to RuleType(RuleCount)
    if RuleType(RuleCount) equal to spaces
        move "ALL" to RuleType(RuleCount)
    end-if
    move numval(PolicyMonthsWord) to RuleKeepMonths(RuleCount)
    move PolicyActionWord to RuleAction(RuleCount)
    move zero to RulePurged(RuleCount)
    move zero to RuleAnonymised(RuleCount)
    move zero to RuleKept(RuleCount)
    perform ComputeRuleCutoff
.

ComputeRuleCutoff section.
*> a record dated before the same day this many months ago has had its
*> keep period - the day is held at the 28th so every month has it
    compute CutoffMonths = TodaysYear * 12
        + TodaysMonth - 1 - RuleKeepMonths(RuleCount)
    divide CutoffMonths by 12 giving CutoffYear remainder CutoffMonth
    add 1 to CutoffMonth
    move TodaysDay to CutoffDay
    if CutoffDay is greater than 28
        move 28 to CutoffDay
    end-if
    compute RuleCutoffDate(RuleCount) =
        CutoffYear * 10000 + CutoffMonth * 100 + CutoffDay
.

ProcessSatelliteFile section.
    move SatelliteKnownFile(SatelliteScan) to SatelliteFileName
    set FileHasRules to false
    perform varying RuleScan from 1 by 1 until RuleScan is greater than RuleCount
        if RuleFile(RuleScan) equal to SatelliteFileName
            set FileHasRules to true
        end-if
    end-perform
    if not FileHasRules
        exit section
    end-if

    set FileWasChanged to false
    move zero to RecordsUndated
    move zero to RecordsStillOpen
    if SatelliteFileName equal to "persons.dat"
        perform ProcessPersonsMaster
        perform ShowFileExceptions
        exit section
    end-if
    if SatelliteFileName equal to "kid-group-leaders.dat"
        perform LoadEventEndDates
    end-if
    open input SatelliteFile
    if PurgeModeOn
        open output SatelliteHoldFile
    end-if
        read SatelliteFile
            at end set EndOfSatelliteFile to true
        end-read
        perform until EndOfSatelliteFile
            perform ApplyPolicyToRecord
            read SatelliteFile
                at end set EndOfSatelliteFile to true
            end-read
        end-perform
    close SatelliteFile
    if PurgeModeOn
        close SatelliteHoldFile
        if FileWasChanged
            call "C$COPY" using SatelliteHoldFileName, SatelliteFileName, 0
        end-if
        call "SYSTEM" using "rm -f retention.tmp"
    end-if
    perform ShowFileExceptions
.

ShowFileExceptions section.
    if RecordsUndated is greater than zero
        display "  " trim(SatelliteFileName) ": " RecordsUndated
            " records have no usable date and were kept - check them by hand"
    end-if
    if RecordsStillOpen is greater than zero
        display "  " trim(SatelliteFileName) ": " RecordsStillOpen
            " records are still open and were left alone"
    end-if
.

ProcessPersonsMaster section.
*> persons.dat is keyed on PersonId, so it is read in key order and
*> changed where it stands rather than copied through the hold file
    move zeroes to PersonId of PersonRecord
    if PurgeModeOn
        open i-o PersonsFile
    else
        open input PersonsFile
    end-if
    if PersonsStatus not equal to "00" and PersonsStatus not equal to "05"
        display "  " trim(PersonsFileName) " could not be opened - status "
            PersonsStatus
        exit section
    end-if
    start PersonsFile key is greater than PersonId of PersonRecord
        invalid key set EndOfPersonsFile to true
    end-start
    if not EndOfPersonsFile
        read PersonsFile next record
            at end set EndOfPersonsFile to true
        end-read
    end-if
    perform until EndOfPersonsFile
        perform ApplyPolicyToPerson
        read PersonsFile next record
            at end set EndOfPersonsFile to true
        end-read
    end-perform
    close PersonsFile
.

ApplyPolicyToPerson section.
    perform DecideRuleForRecord
    if RuleMatched equal to zero
        exit section
    end-if

    if RuleAnonymises(RuleMatched)
        add 1 to RuleAnonymised(RuleMatched)
        move "anonymise" to ActionText
    else
        add 1 to RulePurged(RuleMatched)
        move "destroy" to ActionText
    end-if
    if PurgeModeOn
        if RuleAnonymises(RuleMatched)
            perform AnonymiseRecord
            rewrite PersonRecord
                invalid key display "  persons.dat " RecordKey " could not be rewritten"
            end-rewrite
        else
            delete PersonsFile record
                invalid key display "  persons.dat " RecordKey " could not be removed"
            end-delete
        end-if
    else
        display "  " SatelliteFileName " " RecordKey " " RecordDate " "
            RecordType " would " trim(ActionText)
    end-if
.

LoadEventEndDates section.
    move zero to EventEndCount
    open input EventsRegistryFile
        read EventsRegistryFile
            at end set EndOfEventsRegistryFile to true
        end-read
        perform until EndOfEventsRegistryFile
            if EventEndCount is less than 60
                add 1 to EventEndCount
                move EventRegistryDataFile of EventRegistryRecord
                    to EventEndDataFile(EventEndCount)
                move EventRegistryEndDate of EventRegistryRecord
                    to EventEndDate(EventEndCount)
            end-if
            read EventsRegistryFile
                at end set EndOfEventsRegistryFile to true
            end-read
        end-perform
    close EventsRegistryFile
.

DecideRuleForRecord section.
*> leaves RuleMatched on the rule to apply, or zero to keep the record
    perform ClassifyRecord
    move zero to RuleMatched
    if RecordStillOpen
        add 1 to RecordsStillOpen
    else
        perform FindRuleForRecord
    end-if
    if RuleMatched is greater than zero
        if RecordDate is not numeric
            add 1 to RecordsUndated
            add 1 to RuleKept(RuleMatched)
            move zero to RuleMatched
        else
            if RecordDateNumeric is not less than RuleCutoffDate(RuleMatched)
                add 1 to RuleKept(RuleMatched)
                move zero to RuleMatched
            end-if
        end-if
    end-if
.

ApplyPolicyToRecord section.
    perform DecideRuleForRecord
    if RuleMatched equal to zero
        if PurgeModeOn
            move SatelliteLine to SatelliteHoldLine
            write SatelliteHoldLine
        end-if
        exit section
    end-if

    if RuleAnonymises(RuleMatched)
        add 1 to RuleAnonymised(RuleMatched)
        move "anonymise" to ActionText
    else
        add 1 to RulePurged(RuleMatched)
        move "destroy" to ActionText
    end-if
    if PurgeModeOn
        set FileWasChanged to true
        if RuleAnonymises(RuleMatched)
            perform AnonymiseRecord
            move SatelliteLine to SatelliteHoldLine
            write SatelliteHoldLine
        end-if
    else
        display "  " SatelliteFileName " " RecordKey " " RecordDate " "
            RecordType " would " trim(ActionText)
    end-if
.

FindRuleForRecord section.
*> a rule for the record's own type wins over the file's ALL rule
    perform varying RuleScan from 1 by 1 until RuleScan is greater than RuleCount
        if RuleFile(RuleScan) equal to SatelliteFileName
                and RuleType(RuleScan) equal to RecordType
            move RuleScan to RuleMatched
        end-if
    end-perform
    if RuleMatched equal to zero
        perform varying RuleScan from 1 by 1 until RuleScan is greater than RuleCount
            if RuleFile(RuleScan) equal to SatelliteFileName
                    and RuleType(RuleScan) equal to "ALL"
                move RuleScan to RuleMatched
            end-if
        end-perform
    end-if
.

ClassifyRecord section.
*> the date a record's keep period runs from is when it was finished
*> with - handed back, decided, stood down - and anything still open is
*> left alone whatever its age
    move spaces to RecordDate
    move "ALL" to RecordType
    move spaces to RecordKey
    set RecordStillOpen to false
    evaluate SatelliteFileName
        when "incidents.dat"
            move SatelliteLine to IncidentWork
            move IncidentDate of IncidentWork to RecordDate
            move IncidentNumber of IncidentWork to RecordKey
            evaluate true
                when SeverityIsHospital of IncidentWork
                    move "HOSPITAL" to RecordType
                when SeverityIsSerious of IncidentWork
                    move "SERIOUS" to RecordType
                when other
                    move "MINOR" to RecordType
            end-evaluate
        when "medication.dat"
            move SatelliteLine to MedicationWork
            move MedicationHandedBackDate of MedicationWork to RecordDate
            move MedicationParentCode of MedicationWork to RecordKey
            move "RETURNED" to RecordType
            if not MedicationIsHandedBack of MedicationWork
                set RecordStillOpen to true
            end-if
        when "meds-admin.log"
        when "signon.log"
        when "kids-signin.log"
        when "sensitive-access.log"
            move SatelliteLine(1:8) to RecordDate
            move SatelliteLine(10:6) to RecordKey
        when "claims.dat"
            move SatelliteLine to ClaimWork
            move ClaimDate of ClaimWork to RecordDate
            move ClaimNumber of ClaimWork to RecordKey
            evaluate true
                when ClaimIsReimbursed of ClaimWork
                    move "REIMBURSED" to RecordType
                when ClaimIsRejected of ClaimWork
                    move "REJECTED" to RecordType
                when other
                    set RecordStillOpen to true
            end-evaluate
        when "bursaries.dat"
            move SatelliteLine to BursaryWork
            move BursaryDecisionDate of BursaryWork to RecordDate
            move BursaryAuthCode of BursaryWork to RecordKey
            evaluate true
                when BursaryIsAwarded of BursaryWork
                    move "AWARDED" to RecordType
                when BursaryIsDeclined of BursaryWork
                    move "DECLINED" to RecordType
                when other
                    set RecordStillOpen to true
            end-evaluate
        when "lost-property.dat"
            move SatelliteLine to PropertyWork
            move PropertyDate of PropertyWork to RecordDate
            move PropertyNumber of PropertyWork to RecordKey
            evaluate true
                when PropertyIsClaimed of PropertyWork
                    move "CLAIMED" to RecordType
                when PropertyIsDisposed of PropertyWork
                    move "DISPOSED" to RecordType
                when other
                    set RecordStillOpen to true
            end-evaluate
        when "concerns.dat"
            move SatelliteLine to ConcernWork
            move ConcernDate of ConcernWork to RecordDate
            move ConcernNumber of ConcernWork to RecordKey
            if ConcernWasReferred of ConcernWork
                move "REFERRED" to RecordType
            else
                move "NOTREFERRED" to RecordType
            end-if
        when "missing-child-alerts.dat"
            move SatelliteLine to AlertWork
            move AlertStoodDownDate of AlertWork to RecordDate
            move AlertNumber of AlertWork to RecordKey
            if not AlertIsStoodDown of AlertWork
                set RecordStillOpen to true
            end-if
        when "gate-log.dat"
            move SatelliteLine to GateLogWork
            move LogEntryDate of GateLogWork to RecordDate
            move LogEntryNumber of GateLogWork to RecordKey
            if LogEntryIsOpen of GateLogWork
                set RecordStillOpen to true
            end-if
        when "barred.dat"
*> a bar runs until its review date, and only then starts its keep
            move SatelliteLine to BarredWork
            move BarredReviewDate of BarredWork to RecordDate
            if RecordDate is not numeric
                move BarredDate of BarredWork to RecordDate
            end-if
            move BarredRef of BarredWork to RecordKey
        when "shop-tabs.dat"
            move SatelliteLine to ShopTabWork
            move TabDate of ShopTabWork to RecordDate
            move TabAuthCode of ShopTabWork to RecordKey
            if not TabLineIsSettled of ShopTabWork
                set RecordStillOpen to true
            end-if
        when "hires.dat"
            move SatelliteLine to HireWork
            move HireReturnDate of HireWork to RecordDate
            move HireAuthCode of HireWork to RecordKey
            if not HireIsReturned of HireWork
                set RecordStillOpen to true
            end-if
        when "pending-approvals.dat"
            move SatelliteLine to ApprovalWork
            move ApprovalDecidedDate of ApprovalWork to RecordDate
            move ApprovalNumber of ApprovalWork to RecordKey
            if ApprovalIsPending of ApprovalWork
                set RecordStillOpen to true
            end-if
        when "outbox.dat"
            move SatelliteLine to OutboxWork
            move OutboxWrittenDate of OutboxWork to RecordDate
            move OutboxAuthCode of OutboxWork to RecordKey
            move OutboxKind of OutboxWork to RecordType
        when "emergency-log.dat"
            move SatelliteLine to EmergencyLogWork
            move EmergencyLogDate of EmergencyLogWork to RecordDate
            move EmergencyLogAuthCode of EmergencyLogWork to RecordKey
        when "site-passes.dat"
            move SatelliteLine to SitePassWork
            move SitePassOutDate of SitePassWork to RecordDate
            if RecordDate is not numeric
                move SitePassInDate of SitePassWork to RecordDate
            end-if
            move SitePassId of SitePassWork to RecordKey
            if SitePassSignedIn of SitePassWork
                set RecordStillOpen to true
            end-if
        when "payee-bank.dat"
*> bank details are kept from the last time they were used to pay
            move SatelliteLine to PayeeBankWork
            move PayeeLastUsedDate of PayeeBankWork to RecordDate
            if RecordDate is not numeric
                move PayeeCapturedDate of PayeeBankWork to RecordDate
            end-if
            move PayeeAuthCode of PayeeBankWork to RecordKey
        when "bank-payments.dat"
            move SatelliteLine to BankPaymentWork
            move BankPaymentPaidDate of BankPaymentWork to RecordDate
            if RecordDate is not numeric
                move BankPaymentQueuedDate of BankPaymentWork to RecordDate
            end-if
            move BankPaymentNumber of BankPaymentWork to RecordKey
            move BankPaymentKind of BankPaymentWork to RecordType
            if not BankPaymentIsPaid of BankPaymentWork
                    and not BankPaymentIsCancelled of BankPaymentWork
                set RecordStillOpen to true
            end-if
        when "event-cancellations.dat"
            move SatelliteLine to CancelReplyWork
            move CancelReplySettledDate of CancelReplyWork to RecordDate
            if RecordDate is not numeric
                move CancelReplyCancelledDate of CancelReplyWork to RecordDate
            end-if
            move CancelReplyAuthCode of CancelReplyWork to RecordKey
            if CancelReplyIsOpen of CancelReplyWork
                set RecordStillOpen to true
            end-if
        when "welfare-visits.dat"
            move SatelliteLine to WelfareVisitWork
            move WelfareVisitDate of WelfareVisitWork to RecordDate
            move WelfareVisitAuthCode of WelfareVisitWork to RecordKey
        when "guardian-consents.dat"
            move SatelliteLine to GuardianConsentWork
            move GuardianConsentDate of GuardianConsentWork to RecordDate
            move GuardianConsentAuthCode of GuardianConsentWork to RecordKey
        when "shift-applications.dat"
            move SatelliteLine to ShiftApplicationWork
            move ShiftApplicationDecidedDate of ShiftApplicationWork to RecordDate
            if RecordDate is not numeric
                move ShiftApplicationReceived of ShiftApplicationWork to RecordDate
            end-if
            move ShiftApplicationAuthCode of ShiftApplicationWork to RecordKey
            if ShiftApplicationIsPending of ShiftApplicationWork
                set RecordStillOpen to true
            end-if
        when "in-kind.dat"
            move SatelliteLine to InKindWork
            move InKindDate of InKindWork to RecordDate
            move InKindId of InKindWork to RecordKey
        when "persons.dat"
*> the master only knows the last year someone booked, so their keep
*> period runs from the end of that year
            if PersonLastYear of PersonRecord is numeric
                    and PersonLastYear of PersonRecord is greater than zero
                string PersonLastYear of PersonRecord "1231"
                    delimited by size into RecordDate
            end-if
            move PersonId of PersonRecord to RecordKey
        when "tasks.dat"
            move SatelliteLine to TaskWork
            move TaskClosedDate of TaskWork to RecordDate
            if RecordDate is not numeric
                move TaskRaisedDate of TaskWork to RecordDate
            end-if
            move TaskNumber of TaskWork to RecordKey
            if TaskIsOpen of TaskWork
                set RecordStillOpen to true
            end-if
        when "change-requests.dat"
            move SatelliteLine to ChangeRequestWork
            move ChangeDecidedDate of ChangeRequestWork to RecordDate
            if RecordDate is not numeric
                move ChangeReceivedDate of ChangeRequestWork to RecordDate
            end-if
            move ChangeNumber of ChangeRequestWork to RecordKey
            if ChangeIsPending of ChangeRequestWork
                set RecordStillOpen to true
            end-if
        when "shift-hours.dat"
            move SatelliteLine to ShiftAttendanceWork
            move AttendanceMarkedDate of ShiftAttendanceWork to RecordDate
            move AttendanceAuthCode of ShiftAttendanceWork to RecordKey
        when "survey-results.dat"
            move SatelliteLine to SurveyResponseWork
            move SurveyImportedDate of SurveyResponseWork to RecordDate
            move SurveyAuthCode of SurveyResponseWork to RecordKey
        when "ballot-history.dat"
*> next year's draw weights last year's unlucky entries from here, so
*> the keep period must be longer than a year
            move SatelliteLine to BallotResultWork
            move BallotResultDrawDate of BallotResultWork to RecordDate
            move BallotResultAuthCode of BallotResultWork to RecordKey
        when "kid-group-leaders.dat"
            move SatelliteLine to GroupLeaderWork
            perform varying EventEndScan from 1 by 1
                until EventEndScan is greater than EventEndCount
                if EventEndDataFile(EventEndScan) equal to LeaderEventFile of GroupLeaderWork
                        and EventEndDate(EventEndScan) is greater than zero
                    move EventEndDate(EventEndScan) to RecordDateNumeric
                end-if
            end-perform
            move LeaderAuthCode of GroupLeaderWork to RecordKey
        when "credits.dat"
            move SatelliteLine to CreditWork
            move CreditRedeemedDate of CreditWork to RecordDate
            if RecordDate is not numeric
                move CreditGrantedDate of CreditWork to RecordDate
            end-if
            move CreditAuthCode of CreditWork to RecordKey
            if not CreditIsRedeemed of CreditWork
                set RecordStillOpen to true
            end-if
    end-evaluate
.

AnonymiseRecord section.
*> names, contact details and free text go; dates, amounts and
*> categories stay so the year's figures still add up
    evaluate SatelliteFileName
        when "incidents.dat"
            move spaces to IncidentAuthCode of IncidentWork
            move spaces to IncidentKidName of IncidentWork
            move spaces to IncidentDescription of IncidentWork
            move spaces to IncidentTreatment of IncidentWork
            move spaces to SatelliteLine
            move IncidentWork to SatelliteLine
        when "medication.dat"
            move spaces to MedicationKidName of MedicationWork
            move spaces to MedicationParentCode of MedicationWork
            move spaces to MedicationInstructions of MedicationWork
            move spaces to SatelliteLine
            move MedicationWork to SatelliteLine
        when "meds-admin.log"
        when "signon.log"
        when "kids-signin.log"
        when "sensitive-access.log"
            move "(details removed)" to SatelliteLine(17:)
        when "claims.dat"
            move spaces to ClaimAuthCode of ClaimWork
            move spaces to ClaimDescription of ClaimWork
            move spaces to SatelliteLine
            move ClaimWork to SatelliteLine
        when "bursaries.dat"
            move spaces to BursaryAuthCode of BursaryWork
            move spaces to BursaryCircumstances of BursaryWork
            move spaces to SatelliteLine
            move BursaryWork to SatelliteLine
        when "lost-property.dat"
            move spaces to PropertyAuthCode of PropertyWork
            move spaces to PropertyCollectedBy of PropertyWork
            move spaces to SatelliteLine
            move PropertyWork to SatelliteLine
        when "concerns.dat"
            move spaces to ConcernAuthCode of ConcernWork
            move spaces to ConcernKidName of ConcernWork
            move spaces to ConcernRaisedBy of ConcernWork
            move spaces to ConcernSeen of ConcernWork
            move spaces to ConcernActions of ConcernWork
            move spaces to ConcernReferredTo of ConcernWork
            move spaces to SatelliteLine
            move ConcernWork to SatelliteLine
        when "missing-child-alerts.dat"
            move spaces to AlertKidName of AlertWork
            move spaces to AlertParentCode of AlertWork
            move spaces to AlertLastSeen of AlertWork
            move spaces to AlertOutcome of AlertWork
            move spaces to SatelliteLine
            move AlertWork to SatelliteLine
        when "gate-log.dat"
            move spaces to LogEntryAuthCode of GateLogWork
            move spaces to LogEntryText of GateLogWork
            move spaces to LogEntryClosedNote of GateLogWork
            move spaces to SatelliteLine
            move GateLogWork to SatelliteLine
        when "barred.dat"
            move spaces to BarredName of BarredWork
            move spaces to BarredEmail of BarredWork
            move spaces to BarredTelephone of BarredWork
            move spaces to BarredVehicle of BarredWork
            move spaces to BarredReason of BarredWork
            move spaces to SatelliteLine
            move BarredWork to SatelliteLine
        when "shop-tabs.dat"
            move spaces to TabAuthCode of ShopTabWork
            move spaces to SatelliteLine
            move ShopTabWork to SatelliteLine
        when "hires.dat"
            move spaces to HireAuthCode of HireWork
            move spaces to SatelliteLine
            move HireWork to SatelliteLine
        when "pending-approvals.dat"
            move spaces to ApprovalAuthCode of ApprovalWork
            move spaces to ApprovalNote of ApprovalWork
            move spaces to ApprovalDetail of ApprovalWork
            move spaces to SatelliteLine
            move ApprovalWork to SatelliteLine
        when "outbox.dat"
            move spaces to OutboxAuthCode of OutboxWork
            move spaces to OutboxAddress of OutboxWork
            move spaces to SatelliteLine
            move OutboxWork to SatelliteLine
        when "emergency-log.dat"
            move spaces to EmergencyLogAuthCode of EmergencyLogWork
            move spaces to EmergencyLogName of EmergencyLogWork
            move spaces to EmergencyLogAddress of EmergencyLogWork
            move spaces to SatelliteLine
            move EmergencyLogWork to SatelliteLine
        when "site-passes.dat"
            move spaces to SitePassName of SitePassWork
            move spaces to SitePassVehicle of SitePassWork
            move spaces to SitePassTelephone of SitePassWork
            move spaces to SitePassReportsTo of SitePassWork
            move spaces to SitePassDiet of SitePassWork
            move spaces to SatelliteLine
            move SitePassWork to SatelliteLine
        when "payee-bank.dat"
            move spaces to PayeeAuthCode of PayeeBankWork
            move spaces to PayeeAccountName of PayeeBankWork
            move zeroes to PayeeSortCode of PayeeBankWork
            move zeroes to PayeeAccountNumber of PayeeBankWork
            move spaces to SatelliteLine
            move PayeeBankWork to SatelliteLine
        when "bank-payments.dat"
            move spaces to BankPaymentAuthCode of BankPaymentWork
            move spaces to BankPaymentReference of BankPaymentWork
            move spaces to SatelliteLine
            move BankPaymentWork to SatelliteLine
        when "event-cancellations.dat"
            move spaces to CancelReplyAuthCode of CancelReplyWork
            move spaces to CancelReplyName of CancelReplyWork
            move spaces to SatelliteLine
            move CancelReplyWork to SatelliteLine
        when "in-kind.dat"
            move spaces to InKindDonor of InKindWork
            move spaces to InKindDonorAuthCode of InKindWork
            move spaces to InKindDonorEmail of InKindWork
            move spaces to InKindDonorAddress of InKindWork
            move spaces to SatelliteLine
            move InKindWork to SatelliteLine
        when "persons.dat"
*> the lifetime and yearly figures stay for the returners counts
            move spaces to PersonName of PersonRecord
            move spaces to PersonEmail of PersonRecord
            move spaces to PersonTelephone of PersonRecord
            move spaces to PersonDiet of PersonRecord
            move spaces to PersonMedicalNotes of PersonRecord
            move spaces to PersonEmergencyName of PersonRecord
            move spaces to PersonEmergencyTelephone of PersonRecord
            move spaces to PersonLastAuthCode of PersonRecord
            perform varying PersonYearScan from 1 by 1 until PersonYearScan is greater than 10
                move spaces to PersonYearAuthCode of PersonRecord(PersonYearScan)
            end-perform
        when "shift-hours.dat"
            move spaces to AttendanceAuthCode of ShiftAttendanceWork
            move spaces to SatelliteLine
            move ShiftAttendanceWork to SatelliteLine
        when "survey-results.dat"
            move spaces to SurveyAuthCode of SurveyResponseWork
            move spaces to SatelliteLine
            move SurveyResponseWork to SatelliteLine
        when "credits.dat"
            move spaces to CreditAuthCode of CreditWork
            move spaces to CreditName of CreditWork
            move spaces to CreditRedeemedBy of CreditWork
            move spaces to SatelliteLine
            move CreditWork to SatelliteLine
    end-evaluate
.

ShowRuleTotals section.
    display spaces
    move zero to TotalPurged
    move zero to TotalAnonymised
    perform varying RuleScan from 1 by 1 until RuleScan is greater than RuleCount
        add RulePurged(RuleScan) to TotalPurged
        add RuleAnonymised(RuleScan) to TotalAnonymised
        display RuleFile(RuleScan) " " RuleType(RuleScan)
            " destroyed " RulePurged(RuleScan)
            " anonymised " RuleAnonymised(RuleScan)
            " kept " RuleKept(RuleScan)
    end-perform
    display "Records destroyed: " TotalPurged "  anonymised: " TotalAnonymised
.

WriteCertificate section.
*> the certificate says what kind of record went and how many, never
*> who - it is kept for good as our evidence that the policy was run
    move spaces to CertificateFileName
    string
        trim(ReportsFolder) delimited by size
        "/retention-certificate-" delimited by size
        TodaysDate delimited by size
        "-" delimited by size
        TimeNow(1:4) delimited by size
        ".txt" delimited by size
        into CertificateFileName
    end-string
    move spaces to ShellCommand
    string "mkdir -p " trim(ReportsFolder) delimited by size into ShellCommand
    call "SYSTEM" using ShellCommand

    open output CertificateFile
    move "BarnCamp - certificate of destruction of personal data" to CertificateLine
    write CertificateLine
    move all "=" to CertificateLine(1:55)
    write CertificateLine
    move spaces to CertificateLine
    string "Carried out " TodaysDate " at " TimeNow(1:2) ":" TimeNow(3:2)
        " under the policy in " trim(PolicyFileName)
        delimited by size into CertificateLine
    write CertificateLine
    move spaces to CertificateLine
    string "Authorised by " trim(AuthorisedBy)
        delimited by size into CertificateLine
    write CertificateLine
    move spaces to CertificateLine
    write CertificateLine
    move "File                     Record type  Kept for  Before    Destroyed  Anonymised"
        to CertificateLine
    write CertificateLine
    perform varying RuleScan from 1 by 1 until RuleScan is greater than RuleCount
        move spaces to CertificateLine
        move RuleFile(RuleScan) to CertificateLine(1:24)
        move RuleType(RuleScan) to CertificateLine(26:10)
        move RuleKeepMonths(RuleScan) to MonthsDisplay
        string MonthsDisplay " mths" delimited by size
            into CertificateLine(39:9)
        move RuleCutoffDate(RuleScan) to CertificateLine(49:8)
        move RulePurged(RuleScan) to CountDisplay
        move CountDisplay to CertificateLine(63:5)
        move RuleAnonymised(RuleScan) to CountDisplay
        move CountDisplay to CertificateLine(75:5)
        write CertificateLine
    end-perform
    move spaces to CertificateLine
    write CertificateLine
    move spaces to CertificateLine
    string "Total records destroyed: " TotalPurged
        "   anonymised: " TotalAnonymised
        delimited by size into CertificateLine
    write CertificateLine
    move spaces to CertificateLine
    write CertificateLine
    move "Destroyed records were removed from the live files. Copies in backups"
        to CertificateLine
    write CertificateLine
    move "taken before this date go when those backups are cleared down."
        to CertificateLine
    write CertificateLine
    close CertificateFile
    display "Certificate written to " trim(CertificateFileName)
.

end program RetentionPurge.
