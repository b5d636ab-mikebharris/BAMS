        select optional WaitingListHoldFile assign to WaitingListHoldFileName
            organization is line sequential.

        select optional BallotFile assign to BallotFileName
            organization is line sequential.

        select optional ReceiptFile assign to ReceiptFileName
            organization is line sequential.

        select optional PitchesFile assign to PitchesFileName
            organization is line sequential.

        select optional CircuitsFile assign to CircuitsFileName
            organization is line sequential.

        select optional OperatorsFile assign to OperatorsFileName
            organization is line sequential.

        select optional SaveArchiveFile assign to SaveArchiveFileName
            organization is line sequential.

        select optional JournalRecoveryFile assign to JournalRecoveryFileName
            organization is line sequential.

        select optional ShiftsFile assign to ShiftsFileName
            organization is line sequential.

        select optional ShiftAttendanceFile assign to ShiftAttendanceFileName
            organization is line sequential.

        select optional ShiftApplicationsFile assign to ShiftApplicationsFileName
            organization is line sequential.

        select optional IncidentsFile assign to IncidentsFileName
            organization is line sequential.

        select optional BursariesFile assign to BursariesFileName
            organization is line sequential.

        select optional PayeeBankFile assign to PayeeBankFileName
            organization is line sequential.

        select optional PayeeBankHoldFile assign to PayeeBankHoldFileName
            organization is line sequential.

        select optional BankPaymentsFile assign to BankPaymentsFileName
            organization is line sequential.

        select optional MerchSalesFile assign to MerchSalesFileName
            organization is line sequential.

        select optional DogsFile assign to DogsFileName
            organization is line sequential.

        select optional PitchNearFile assign to PitchNearFileName
            organization is line sequential.

        select optional CommunalTentsFile assign to CommunalTentsFileName
            organization is line sequential.

        select optional ArchiveExtractFile assign to ArchiveExtractFileName
            organization is line sequential.

        select optional ConcernsFile assign to ConcernsFileName
            organization is line sequential.

        select optional ConcernExtractFile assign to ConcernExtractFileName
            organization is line sequential.

        select optional BarredFile assign to BarredFileName
            organization is line sequential.

        select optional MealsServedFile assign to MealsServedFileName
            organization is line sequential.

        select optional GateLogFile assign to GateLogFileName
            organization is line sequential.

        select optional HazardsFile assign to HazardsFileName
            organization is line sequential.

        select optional SitePassesFile assign to SitePassesFileName
            organization is line sequential.

        select optional ApprovalsFile assign to ApprovalsFileName
            organization is line sequential.

        select optional ChildAlertsFile assign to ChildAlertsFileName
            organization is line sequential.

        select MissingChildSheetFile assign to MissingChildSheetFileName
            organization is line sequential.

        select optional ChangeRequestsFile assign to ChangeRequestsFileName
            organization is line sequential.

        select ChangeLetterFile assign to ChangeLetterFileName
            organization is line sequential.

        select optional OutboxFile assign to OutboxFileName
            organization is line sequential.

        select optional PersonsFile assign to PersonsFileName
            organization is indexed
            access mode is dynamic
            record key is PersonId of PersonRecord
            file status is PersonsStatus.

        select optional ArchiveSearchFile assign to ArchiveSearchFileName
            organization is indexed
            access mode is dynamic
            record key is AuthCode of ArchiveSearchRecord
            file status is ArchiveSearchStatus.

        select optional TasksFile assign to TaskRaiseFileName
            organization is line sequential.

        select optional GuardianConsentsFile assign to GuardianConsentsFileName
            organization is line sequential.

        select optional WelfareRoundFile assign to WelfareRoundFileName
            organization is line sequential.

        select optional WelfareVisitsFile assign to WelfareVisitsFileName
            organization is line sequential.

        select optional CaseNotesFile assign to CaseNotesFileName
            organization is indexed
            access mode is dynamic
            record key is CaseNoteKey of CaseNoteRecord
            lock mode is manual
            file status is CaseNotesStatus.

data division.
file section.
    fd AttendeesFile is global.
        copy DD-Attendee replacing Attendee by
            ==WaitingListHoldRecord==.

    fd BallotFile.
        copy DD-Attendee replacing Attendee by
            ==BallotRecord.
            88 EndOfBallotFile value high-values==.

    fd ReceiptFile.
        01 ReceiptLine pic x(100).

    fd ColourSettingsFile.
        01 ColourSettingsRecord.
            ==PitchRecord.
            88 EndOfPitchesFile value high-values==.

    fd CircuitsFile.
        copy DD-Circuit replacing Circuit by
            ==CircuitRecord.
            88 EndOfCircuitsFile value high-values==.

    fd OperatorsFile.
        copy DD-Operator replacing Operator by
            ==OperatorRecord.

    fd KidsLogFile.
        01 KidsLogLine pic x(120).
            88 EndOfKidsLogFile value high-values.

    fd BackupCatalogFile.
        copy DD-BackupCatalog replacing BackupCatalogEntry by
        01 SaveJournalLine pic x(1000).
            88 EndOfSaveJournal value high-values.

    fd JournalRecoveryFile.
        01 JournalRecoveryLine pic x(60).

    fd SaveArchiveFile.
        01 SaveArchiveLine pic x(1000).

            ==ShiftRecord.
            88 EndOfShiftsFile value high-values==.

    fd ShiftAttendanceFile.
        copy DD-ShiftAttendance replacing ShiftAttendance by
            ==ShiftAttendanceRecord.
            88 EndOfShiftAttendanceFile value high-values==.

    fd ShiftApplicationsFile.
        copy DD-ShiftApplication replacing ShiftApplication by
            ==ShiftApplicationRecord.
            88 EndOfShiftApplications value high-values==.

    fd IncidentsFile.
        copy DD-Incident replacing Incident by
            ==IncidentRecord.
            02 CatalogArchiveName pic x(30).
            02 CatalogArchiveDate pic x(8).
            02 CatalogRecordCount pic 9(4).
            02 CatalogArchiveLayout pic 999.

    fd PersonsFile.
        copy DD-Person replacing Person by
            ==PersonRecord.
            88 EndOfPersonsFile value high-values==.

    fd ArchiveSearchFile.
        copy DD-Attendee replacing Attendee by
            ==BursaryRecord.
            88 EndOfBursariesFile value high-values==.

    fd PayeeBankFile.
        copy DD-PayeeBank replacing PayeeBank by
            ==PayeeBankRecord.
            88 EndOfPayeeBankFile value high-values==.

    fd PayeeBankHoldFile.
        copy DD-PayeeBank replacing PayeeBank by ==PayeeBankHoldRecord==.

    fd BankPaymentsFile.
        copy DD-BankPayment replacing BankPayment by
            ==BankPaymentRecord.
            88 EndOfBankPaymentsFile value high-values==.

    fd MerchSalesFile.
        copy DD-MerchSale replacing MerchSale by
            ==MerchSaleRecord.
            ==DogRecord.
            88 EndOfDogsFile value high-values==.

    fd PitchNearFile.
        copy DD-PitchNear replacing PitchNear by
            ==PitchNearRecord.
            88 EndOfPitchNearFile value high-values==.

    fd TasksFile.
        copy DD-Task replacing Task by
            ==TaskRecord.
            88 EndOfTasksFile value high-values==.

    fd GuardianConsentsFile.
        copy DD-GuardianConsent replacing GuardianConsent by
            ==GuardianConsentRecord.
            88 EndOfGuardianConsentsFile value high-values==.

    fd WelfareRoundFile.
        copy DD-WelfareStop replacing WelfareStop by
            ==WelfareStopRecord.
            88 EndOfWelfareRoundFile value high-values==.

    fd WelfareVisitsFile.
        copy DD-WelfareVisit replacing WelfareVisit by
            ==WelfareVisitRecord.
            88 EndOfWelfareVisitsFile value high-values==.

    fd CaseNotesFile.
        copy DD-CaseNote replacing CaseNote by
            ==CaseNoteRecord.
            88 EndOfCaseNotesFile value high-values==.

    fd CommunalTentsFile.
        copy DD-CommunalTent replacing CommunalTent by
            ==CommunalTentRecord.
    fd ArchiveExtractFile.
        01 ArchiveExtractLine pic x(100).

    fd ConcernsFile.
        copy DD-Concern replacing Concern by
            ==ConcernRecord.
            88 EndOfConcernsFile value high-values==.

    fd ConcernExtractFile.
        01 ConcernExtractLine pic x(100).

    fd BarredFile.
        copy DD-Barred replacing Barred by
            ==BarredRecord.
            88 EndOfBarredFile value high-values==.

    fd MealsServedFile.
        copy DD-MealServed replacing MealServed by
            ==MealServedRecord==.

    fd GateLogFile.
        copy DD-LogEntry replacing LogEntry by
            ==GateLogRecord.
            88 EndOfGateLogFile value high-values==.

    fd HazardsFile.
        copy DD-Hazard replacing Hazard by
            ==HazardRecord.
            88 EndOfHazardsFile value high-values==.

    fd SitePassesFile.
        copy DD-SitePass replacing SitePass by
            ==SitePassRecord.
            88 EndOfSitePassesFile value high-values==.

    fd ApprovalsFile.
        copy DD-Approval replacing Approval by
            ==ApprovalRecord.
            88 EndOfApprovalsFile value high-values==.

    fd ChildAlertsFile.
        copy DD-ChildAlert replacing ChildAlert by
            ==ChildAlertRecord.
            88 EndOfChildAlertsFile value high-values==.

    fd MissingChildSheetFile.
        01 MissingChildSheetLine pic x(100).

    fd ChangeRequestsFile.
        copy DD-ChangeRequest replacing ChangeRequest by
            ==ChangeRequestRecord.
            88 EndOfChangeRequestsFile value high-values==.

    fd ChangeLetterFile.
        01 ChangeLetterLine pic x(100).

    fd OutboxFile.
        copy DD-Outbox replacing OutboxEntry by ==OutboxRecord==.

working-storage section.

    01 AddAttendeeFlag pic 9 value 0.
    01 PracticeHistoryFileName pic x(30) value "history-practice.dat".
    01 HistoryModuleInit pic x(30) value spaces.
    01 ReceiptFilePrefix pic x(20) value "receipt-".
    01 PaymentReceiptTemplateName pic x(40) value "receipt-payment-template.txt".
    01 StatementReceiptTemplateName pic x(40) value "receipt-statement-template.txt".
    copy DD-LetterTemplate.
    01 ReceiptTemplateLine pic 99 value zero.
    01 ReceiptWorkLine pic x(100) value spaces.
    01 ReceiptFill.
        02 ReceiptFillNumber pic x(5) value spaces.
        02 ReceiptFillPayment pic x(3) value spaces.
        02 ReceiptFillMethod pic x value space.
        02 ReceiptFillPayDate pic x(8) value spaces.
        02 ReceiptFillPaid pic x(3) value spaces.
        02 ReceiptFillToPay pic x(3) value spaces.
        02 ReceiptFillBalance pic x(3) value spaces.
    01 ItineraryFilePrefix pic x(20) value "itinerary-".
    01 TrainingBanner pic x(80) value
        "  *** TRAINING MODE - PRACTICE DATA ONLY - NOTHING HERE IS REAL ***  ".
    01 ScanCodeEntry pic x(6) value spaces.
    01 MerchStockHoldFileName pic x(20) value "merch-stock.tmp".
    01 SaveJournalFileName pic x(20) value "save-journal.dat".
    01 SaveArchiveFileName pic x(20) value "save-archive.dat".
    01 JournalRecoveryFileName pic x(24) value "journal-recovery.log".
    01 JournalRecoveryOutcome pic x(8) value spaces.
    01 JournalRecoveryDate pic x(8) value spaces.
    01 JournalRecoveryTime pic x(8) value spaces.
    01 SaveArchiveDate pic x(8) value spaces.
    01 SaveArchiveTime pic x(8) value spaces.
    01 ShiftsFileName pic x(20) value "shifts.dat".
    01 PitchClearedResponse pic x value space.
        88 PitchCleared values "Y", "y".

    01 ShiftAttendanceFileName pic x(20) value "shift-hours.dat".
    copy DD-ShiftAttendance replacing ShiftAttendance by ==ShiftAttendanceWork==.
*> one ledger line per assignee per shift - marking the same shift again
*> replaces the line, so the table is loaded, updated and written back
    01 ShiftAttendanceTable.
        02 ShiftAttendanceEntry pic x(51) occurs 1000 times.
    01 ShiftAttendanceCount pic 9(4) value zero.
    01 ShiftAttendanceScan pic 9(4) value zero.
    01 ShiftOutcomeEntry pic x value space.

    01 ShiftApplicationsFileName pic x(24) value "shift-applications.dat".
    copy DD-ShiftApplication replacing ShiftApplication by ==ShiftApplicationWork==.
*> replies to a call-out are decided one at a time and the line updated
*> in place, so the file is handled as a table like the hours ledger
    01 ShiftApplicationsTable.
        02 ShiftApplicationEntry pic x(113) occurs 500 times.
    01 ShiftApplicationsCount pic 999 value zero.
    01 ShiftApplicationScan pic 999 value zero.
    01 ShiftApplicationNextNumber pic 9(4) value zero.
    01 ShiftApplicationWanted pic 9(4) value zero.
    01 ShiftApplicationsPending pic 999 value zero.
    01 ShiftReplyChoice pic x(4) value spaces.
    01 ShiftReplyShiftEntry pic x(3) value spaces.
    01 ShiftReplyDecision pic x value space.
        88 ShiftReplyAccepted values "A", "a".
        88 ShiftReplyDeclined values "D", "d".
    01 ShiftPlacementFlag pic 9 value 0.
        88 VolunteerWasPlaced value 1 when set to false is 0.
    01 ShiftHoursEntry pic x(4) value spaces.
    01 ShiftLengthHours pic 99v9 value zero.
    01 ShiftSlotStart pic x(6) value spaces.
    01 ShiftSlotEnd pic x(6) value spaces.
    01 ShiftSlotStartHour pic 9(4) value zero.
    01 ShiftSlotEndHour pic 9(4) value zero.
    01 ShiftsMarked pic 99 value zero.
    01 VolunteerHoursTotal pic 999v9 value zero.
    01 VolunteerHoursDisplay pic zz9.9.
    01 VolunteerHoursShortBy pic 999v9 value zero.
*> event files saved before the hours were kept carry no figure - those
*> events get the usual eight hours
    01 VolunteerHoursDue pic 99 value 8.
    01 VolunteerCheckOutFlag pic 9 value 0.
        88 VolunteerCheckOutHeld value 1 when set to false is 0.
    01 HoursOverrideResponse pic x value space.
        88 ProceedDespiteHoursShort values "Y", "y".

    01 VehicleLookupModeFlag pic 9 value 0.
        88 VehicleLookupModeOn value 1 when set to false is 0.
    01 RegistrationToFind pic x(10) value spaces.
    01 VehicleRegToSearchFor pic x(10) value spaces.
    01 VehicleMatchCount pic 999 value zero.
    01 SitePassesFileName pic x(20) value "site-passes.dat".
    01 ParkingPromisedCount pic 999 value zero.

    01 NightBeingChecked pic 9 value zero.
    01 BackupFileName pic x(20) value "attendees.bak".
    01 WaitingListFileName pic x(20) value "waiting-list.dat".
    01 WaitingListHoldFileName pic x(20) value "waiting-list.tmp".
    01 BallotFileName pic x(30) value spaces.
    01 ReceiptFileName pic x(20) value "receipt.txt".
    01 EditHistoryLine pic x(120) value spaces.
    01 ColourSettingsFileName pic x(20) value "colour-settings.dat".
    01 ClamsFileName pic x(20) value "clams_export.csv".
    01 EventDetailsFileName pic x(20) value "event-details.dat".
    01 PitchesFileName pic x(20) value "pitches.dat".
    01 CircuitsFileName pic x(20) value "circuits.dat".
    01 OperatorsFileName pic x(20) value "operators.dat".
    01 EventsRegistryFileName pic x(20) value "events.dat".
    01 EventsRegistryHoldFileName pic x(20) value "events.tmp".
    01 SignedOnOperatorRole pic x value "T".
        88 OperatorCanAdjustMoney values "T", "A".
        88 OperatorHasAdminRights value "A".
        88 SignedOnAsGateCrew value "G".
*> safeguarding is need-to-know, so this is a separate permission and not
*> part of the role - even "full rights" with no operators on file
*> does not open the concerns register
    01 SignedOnSafeguardingFlag pic 9 value 0.
        88 SignedOnAsSafeguardingLead value 1 when set to false is 0.
    01 OperatorIdEntry pic x(8) value spaces.
    01 OperatorPasswordEntry pic x(12) value spaces.
    01 SignOnAttempts pic 9 value zero.
    01 OperatorsHoldFileName pic x(20) value "operators.tmp".
    01 SignOnLogFileName pic x(20) value "signon.log".
    copy DD-Operator replacing Operator by ==OperatorWork==.
    copy DD-FieldAccess.
*> the view and edit screens show these in place of the real fields, so
*> a group the operator may not see is masked and anything typed over
*> the mask is thrown away
    01 ScreenDiet pic x(60) value spaces.
    01 ScreenMedicalNotes pic x(60) value spaces.
    01 ScreenDBSCheckDate pic x(8) value spaces.
    01 ArchiveDBSShown pic x(8) value spaces.
    01 MaskedFieldText pic x(60) value "** restricted **".
    01 AccessOperatorIdEntry pic x(8) value spaces.
    01 AccessFlagEntry pic x value space.
    01 OperatorFoundFlag pic 9 value 0.
        88 OperatorIdOnFile value 1 when set to false is 0.
    01 OperatorPolicyFileName pic x(20) value "operator-policy.cfg".
        02 ConcessionTicketPrice pic 999 value 35.
        02 VolunteerTicketPrice pic 999 value 0.
        02 DayVisitorTicketPrice pic 999 value 10.
*> the most a family group pays between them - zero is no cap
        02 FamilyCapPrice pic 999 value zero.

    01 PriceTiers.
        02 EarlyBirdEndDate pic 9(8) value zeroes.
        02 LateChildPrice pic 999 value zeroes.
        02 LateConcessionPrice pic 999 value zeroes.
        02 LateVolunteerPrice pic 999 value zeroes.
    01 BallotSettings.
        02 BallotModeSetting pic x value "N".
            88 EventIsBallot values "Y", "y".
        02 BallotOpensDate pic 9(8) value zeroes.
        02 BallotClosesDate pic 9(8) value zeroes.
        02 BallotVolunteerWeight pic 9 value 2.
        02 BallotFamilyWeight pic 9 value 2.
        02 BallotUnluckyWeight pic 9 value 3.
        02 BallotDrawnSetting pic x value "N".
            88 BallotAlreadyDrawn value "Y".
    01 BallotEntryFlag pic 9 value 0.
        88 SignUpGoesToBallot value 1 when set to false is 0.
    01 BallotToday pic 9(8) value zeroes.
    01 TierPricesInEffect.
        02 TierAdultPrice pic 999 value zeroes.
        02 TierChildPrice pic 999 value zeroes.
    01 CampNightNames value "WedThuFriSatSunMon".
        02 CampNightName pic xxx occurs 6 times.
    01 CampNightScan pic 9 value zero.
    01 ArrivalSlotEntry pic x(5) value spaces.
    01 TravelModeEntry pic x value space.
    01 TravelDistanceEntry pic x value space.
    01 PreferredLanguageEntry pic xx value spaces.
    01 SlotBookingsCount pic 999 value zero.
    01 SlotFullFlag pic 9 value 0.
        88 ArrivalSlotIsFull value 1 when set to false is 0.
    01 SpanArrivalDay pic xxx value spaces.
    01 SpanDepartureDay pic xxx value spaces.
    01 SpanStayingTillMonday pic 9 value zero.
    01 PitchOverrideResponse pic x value space.
        88 ProceedDespitePitchClash values "Y", "y".

*> a caravan or campervan on a 16A bollard typically draws this much -
*> the figure used when the camper does not know their own load
    01 DefaultHookUpAmps constant as 6.
    01 CircuitIdEntry pic x(6) value spaces.
    01 CircuitKnownFlag pic 9 value 0.
        88 CircuitIsKnown value 1 when set to false is 0.
    01 HookUpAmpsEntry pic x(2) value spaces.
    01 HookUpAmpsWanted pic 99 value zero.
    01 CircuitNightLoad.
        02 CircuitNightAmps pic 999 value zero occurs 6 times.
        02 CircuitNightSockets pic 99 value zero occurs 6 times.
    01 CircuitPeakAmps pic 999 value zero.
    01 CircuitPeakSockets pic 99 value zero.
    01 CircuitNightScan pic 9 value zero.
    01 CircuitSpareAmps pic s999 value zero.
    01 HookUpNights pic 9 value zero.
    01 HookUpCharge pic 999 value zero.
    01 HookUpCircuitBefore pic x(6) value spaces.

    01 ToolsChoice pic 99 value zero.

    01 FamilyGroupCount pic 99 value zero.
            03 FamilyNumberOfKids pic 99.
            03 FamilyTicketType pic x.
            03 FamilySignUpDate pic 9(8).
            03 FamilyCapShare pic 999.
    01 FamilyCapRecordsChanged pic 99 value zero.
    01 FamilyMemberNumber pic 99 value zero.
    01 FamilyComingCount pic 99 value zero.
    01 FamilyMembersCheckedIn pic 99 value zero.
    01 FamilyCheckInResponse pic x value space.
        88 CheckInWholeFamily values "Y", "y".
    01 FamilyItineraryResponse pic x value space.
        88 ItineraryForWholeFamily values "Y", "y".
    01 ItinerariesWritten pic 99 value zero.
    copy DD-ItineraryFiles.
    copy DD-Attendee replacing Attendee by ==FamilyMemberWork==.
    01 NoSimulateFlag pic 9 value 0.

    01 IncidentTimeNow pic x(8) value spaces.
    copy DD-Attendee replacing Attendee by ==IncidentSubjectWork==.

    01 ConcernsFileName pic x(20) value "concerns.dat".
    01 ConcernExtractFileName pic x(30) value spaces.
    copy DD-Concern replacing Concern by ==ConcernWork==.
    01 ConcernsOnFileCount pic 9(4) value zero.
    01 ConcernChoice pic 9(4) value zero.
    01 ConcernChoiceEntry pic x(4) value spaces.
    01 ConcernFoundFlag pic 9 value 0.
        88 ConcernFoundOnFile value 1 when set to false is 0.
    01 ConcernAccessCode pic x(4) value spaces.
    01 ConcernPrintResponse pic x value space.
        88 PrintConcernWanted values "Y", "y".

    01 BarredFileName pic x(20) value "barred.dat".
    copy DD-BarredMatch.
    copy DD-Barred replacing Barred by ==BarredWork==.
    01 BarredEntriesCount pic 999 value zero.
    01 BarredMenuChoice pic x value space.
    01 BarredReviewShown pic 999 value zero.
    01 BarredReviewSelection pic x(6) value spaces.
    01 BarredReviewDecision pic x value space.
        88 BarredReviewRelease values "R", "r".
        88 BarredReviewCancel values "C", "c".
    01 BarredHistoryText pic x(60) value spaces.
    01 BarredTodayDate pic x(8) value spaces.

    01 MealsServedFileName pic x(20) value "meals-served.dat".
    copy DD-MealServed replacing MealServed by ==MealServedWork==.
    01 MealHatchEntry pic x(4) value spaces.
    01 MealHatchCountEntry pic x(3) value spaces.
    01 MealSittingTotal pic 9(4) value zero.

    01 GateLogFileName pic x(20) value "gate-log.dat".
    copy DD-LogEntry replacing LogEntry by ==GateLogWork==.
*> closing an item rewrites it in place, so the book is handled as a
*> table in the same way as the shift rota
    01 GateLogTable.
        02 GateLogEntryRecord pic x(167) occurs 500 times.
    01 GateLogCount pic 999 value zero.
    01 GateLogScan pic 999 value zero.
    01 GateLogNextNumber pic 9(4) value zero.
    01 GateLogChoice pic x(4) value spaces.
    01 GateLogNumberWanted pic 9(4) value zero.
    01 GateLogShownCount pic 999 value zero.
    01 GateLogOpenCount pic 999 value zero.
    01 GateLogToday pic x(8) value spaces.
    01 GateLogTimeNow pic x(8) value spaces.
    01 GateLogStatusText pic x(6) value spaces.
    01 GateLogFollowUpResponse pic x value space.
        88 GateLogNeedsFollowUp values "Y", "y".

    01 HazardsFileName pic x(20) value "hazards.dat".
    copy DD-Hazard replacing Hazard by ==HazardWork==.
*> a review rewrites the hazard in place, so the register is handled as
*> a table in the same way as the gate log book
    01 HazardTable.
        02 HazardEntryRecord pic x(200) occurs 300 times.
    01 HazardCount pic 999 value zero.
    01 HazardScan pic 999 value zero.
    01 HazardNextNumber pic 9(4) value zero.
    01 HazardChoice pic x(4) value spaces.
    01 HazardNumberWanted pic 9(4) value zero.
    01 HazardActiveCount pic 999 value zero.
    01 HazardOverdueCount pic 999 value zero.
    01 HazardToday pic x(8) value spaces.
    01 HazardReviewMonths pic 99 value zero.
    01 HazardReviewEntry pic x(8) value spaces.
    01 HazardReviewDueNumeric pic 9(8) value zeroes.
    01 HazardReviewWording pic x(16) value spaces.
    01 HazardRatingWas pic x value space.
    01 HazardControlsEntry pic x(70) value spaces.
    01 HazardWithdrawResponse pic x value space.
        88 HazardIsToBeWithdrawn values "Y", "y".
*> a year between reviews unless the person adding it says otherwise
    01 HazardDefaultReviewMonths pic 99 value 12.

    01 ApprovalsFileName pic x(24) value "pending-approvals.dat".
    copy DD-Approval replacing Approval by ==ApprovalWork==.
    copy DD-Attendee replacing Attendee by ==ApprovalAttendeeWork==.
    01 ApprovalsTable.
        02 ApprovalEntryRecord pic x(139) occurs 300 times.
    01 ApprovalsCount pic 999 value zero.
    01 ApprovalScan pic 999 value zero.
    01 ApprovalNextNumber pic 9(4) value zero.
    01 ApprovalNumberWanted pic 9(4) value zero.
    01 ApprovalPendingCount pic 999 value zero.
    01 ApprovalChoice pic x(4) value spaces.

    01 ChildAlertsFileName pic x(24) value "missing-child-alerts.dat".
    01 MissingChildSheetFileName pic x(26) value "missing-child-sheet.txt".
    copy DD-ChildAlert replacing ChildAlert by ==ChildAlertWork==.
    copy DD-Attendee replacing Attendee by ==AlertParentWork==.
    01 ChildAlertsTable.
        02 ChildAlertEntryRecord pic x(160) occurs 200 times.
    01 ChildAlertsCount pic 999 value zero.
    01 ChildAlertScan pic 999 value zero.
    01 ChildAlertOpenCount pic 999 value zero.
    01 ChildAlertNumberWanted pic 9(4) value zero.
    01 ChildAlertChoice pic x(4) value spaces.
    01 ChildAlertSearchEntry pic x(25) value spaces.
    01 ChildAlertSearchUpper pic x(25) value spaces.
    01 ChildAlertNameUpper pic x(25) value spaces.
    01 ChildAlertHits pic 99 value zero.
    01 ChildAlertMatches.
        02 ChildAlertMatch pic 999 occurs 20 times.
    01 ChildAlertMatchCount pic 99 value zero.
    01 ChildAlertPick pic 99 value zero.
    01 ChildAlertTimeNow pic x(8) value spaces.
    01 ChildAlertParentTag pic x(14) value spaces.
    01 ChildAlertTagHits pic 99 value zero.
    01 ChildAlertNameLength pic 99 value zero.
    01 ChildAlertLastMovement pic x(120) value spaces.
    01 ChildAlertMovementBy pic x(8) value spaces.
    01 ChildAlertMovementHead pic x(120) value spaces.
    01 ChildAlertMedsHeld pic 99 value zero.

    01 ChangeRequestsFileName pic x(20) value "change-requests.dat".
    01 ChangeLetterFileName pic x(40) value spaces.
    01 OutboxFileName pic x(20) value "outbox.dat".
    copy DD-ChangeRequest replacing ChangeRequest by ==ChangeWork==.
    copy DD-Attendee replacing Attendee by ==ChangeHeldAttendee==.
    01 ChangeRequestsTable.
        02 ChangeRequestEntry pic x(220) occurs 500 times.
    01 ChangeRequestsCount pic 999 value zero.
    01 ChangeRequestScan pic 999 value zero.
    01 ChangePendingCount pic 999 value zero.
    01 ChangeNumberWanted pic 9(4) value zero.
    01 ChangeChoice pic x(4) value spaces.
    01 ChangeDecisionText pic x(8) value spaces.
    01 ChangeOnFileValue pic x(60) value spaces.
    01 ChangeDayEntry pic xxx value spaces.
    01 ChangeOverrideResponse pic x value space.
        88 ApproveChangeAnyway values "Y", "y".
    01 ChangeAppliedFlag pic 9 value 0.
        88 ChangeWasApplied value 1 when set to false is 0.
    01 ChangeValueFlag pic 9 value 0.
        88 ChangeValueIsUsable value 1 when set to false is 0.
    01 ChangeChannelFolder pic x(5) value spaces.
    01 ChangeLetterCount pic 9(4) value zero.
    01 ChangeApprovedTemplateName pic x(40) value "change-approved-template.txt".
    01 ChangeRejectedTemplateName pic x(40) value "change-rejected-template.txt".
    01 ChangeTemplateLine pic 99 value zero.
    01 ChangeWorkLine pic x(100) value spaces.
    01 ChangeFill.
        02 ChangeFillToPay pic x(3) value spaces.
        02 ChangeFillBalance pic x(3) value spaces.
    01 ChangeCostFlag pic 9 value 0.
        88 ChangeMovedTheCost value 1 when set to false is 0.
*> second line of operator-policy.cfg; anything above this needs a
*> second operator to approve it
    01 ApprovalThreshold pic 9(5) value 100.
    01 ApprovalQueuedFlag pic 9 value 0.
        88 ApprovalWasQueued value 1 when set to false is 0.
    01 ApprovalAppliedFlag pic 9 value 0.
        88 ApprovalWasApplied value 1 when set to false is 0.
    01 ApprovalDecisionText pic x(8) value spaces.
    01 RefundMethodEntry pic x(10) value spaces.
    01 WriteOffBalanceDue pic s9(4) value zero.
    01 WriteOffReasonEntry pic x(30) value spaces.
    01 WriteOffDueDisplay pic zzz9.
    01 BouncedEmailEntry pic x(40) value spaces.
    01 MealLoggedTimeNow pic x(8) value spaces.

    01 MedicationFileName pic x(20) value "medication.dat".
    01 MedicationHoldFileName pic x(20) value "medication.tmp".
    01 MedsLogFileName pic x(20) value "meds-admin.log".
    01 TakingsReference pic x(6) value spaces.
    01 TakingsDate pic x(8) value spaces.
    01 TakingsTime pic x(8) value spaces.
    copy DD-DayCloseCheck.
    copy DD-ChartOfAccounts.
    copy DD-LedgerPosting.
    01 RefundMethodForLedger pic x(10) value spaces.

    01 ShopTabFileName pic x(20) value "shop-tabs.dat".
    01 ShopTabHoldFileName pic x(20) value "shop-tabs.tmp".
        88 ReturnerFound value 1 when set to false is 0.
    01 PrefillResponse pic x value space.
        88 PrefillFromArchive values "Y", "y".
    copy DD-Person replacing Person by ==ReturnerPerson==.
    copy DD-LayoutCheck.
    01 ReturnerHoursDisplay pic z,zz9.9.
    01 PersonsFileName pic x(20) value "persons.dat".
    01 PersonsStatus pic x(2) value spaces.

    01 QualsFileName pic x(20) value "quals.dat".
    01 StationRulesFileName pic x(20) value "station-quals.cfg".
    01 BursaryFundDonations pic 9(5) value zero.
    01 BursaryFundAwarded pic 9(5) value zero.
    01 BursaryFundRemaining pic s9(5) value zero.
    01 BursaryCashOut pic 999 value zero.
    01 BursaryCashOutResponse pic x value space.
        88 CashOutByBank values "Y", "y".

*> bank details for paying money back - the account number is taken
*> without echo and only its last four digits are ever displayed
    01 PayeeBankFileName pic x(20) value "payee-bank.dat".
    01 PayeeBankHoldFileName pic x(20) value "payee-bank.tmp".
    01 PayeeRemoveCommand pic x(40) value spaces.
    01 BankPaymentsFileName pic x(20) value "bank-payments.dat".
    copy DD-PayeeBank replacing PayeeBank by ==PayeeBankWork==.
    copy DD-BankPayment replacing BankPayment by ==BankPaymentWork==.
    01 PayeeBankAuthCode pic x(6) value spaces.
    01 PayeeNameEntry pic x(18) value spaces.
    01 PayeeSortCodeEntry pic x(8) value spaces.
    01 PayeeSortCodeDigits pic x(6) value spaces.
    01 PayeeAccountEntry pic x(8) value spaces.
    01 PayeeAccountCheck pic x(8) value spaces.
    01 PayeeConfirmResponse pic x value space.
        88 PayeeDetailsConfirmed values "Y", "y".
    01 PayeeOnFileFlag pic 9 value 0.
        88 PayeeDetailsOnFile value 1 when set to false is 0.
    01 PayeeReadyFlag pic 9 value 0.
        88 PayeeDetailsReady value 1 when set to false is 0.
    01 NextBankPaymentNumber pic 9(5) value zero.
    01 BankPaymentsWaiting pic 999 value zero.
    01 BursaryFundDisplay pic -(4)9.
    01 BursaryConcessionsIgnored pic 999 value zero.
    copy DD-Attendee replacing Attendee by ==BursaryApplicantWork==.
    01 TodaysDateForVoucher pic 9(8) value zero.

    copy DD-Pitch replacing Pitch by ==PitchDetailWork==.
    copy DD-Circuit replacing Circuit by ==CircuitDetailWork==.
    01 AccessNeedsResponse pic x value space.
        88 HasAccessNeeds values "Y", "y".
    01 AccessMismatchFlag pic 9 value 0.
        88 ProceedDespiteAccessNeeds values "Y", "y".
    01 RecordPitchArea pic x(15) value spaces.
    01 DogsFileName pic x(20) value "dogs.dat".
    01 PitchNearFileName pic x(20) value "pitch-near.dat".
    01 PitchNearOtherEntry pic x(6) value spaces.
    01 PitchNearOtherName pic x(25) value spaces.
    01 PitchNearKnownFlag pic 9 value 0.
        88 PitchNearAlreadyNoted value 1 when set to false is 0.
    01 CaseNotesFileName pic x(20) value "case-notes.dat".
    01 CaseNotesStatus pic x(2) value spaces.
*> a screenful is all anyone reads - past that the oldest drop off the
*> table as newer ones load, and the export carries the full set
    01 CaseNoteTable.
        02 CaseNoteEntry occurs 15 times.
            copy DD-CaseNote replacing ==01 CaseNote.== by ==03 TableCaseNote.==.
    01 CaseNoteCount pic 99 value zero.
    01 CaseNoteShown pic 99 value zero.
    01 CaseNotesHeld pic 9(4) value zero.
    01 CaseNotesOlder pic 9(4) value zero.
    01 CaseNoteNextSequence pic 9(4) value zero.
    01 CaseNoteEntryText pic x(72) value spaces.
    01 CaseNoteResponse pic x value space.
        88 AddAnotherCaseNote values "Y", "y".
    copy DD-TaskRaise.
    01 TodayForTasks pic x(8) value spaces.
    01 TasksChoice pic x value space.
    01 TaskNumberEntry pic 9(5) value zero.
    01 TaskAssignEntry pic x(8) value spaces.
    01 TasksOverdue pic 999 value zero.
    01 TasksDueToday pic 999 value zero.
    01 TasksListed pic 999 value zero.
    01 TaskDueWording pic x(8) value spaces.
    01 TaskMineFlag pic 9 value 0.
        88 TaskIsMine value 1 when set to false is 0.
    01 TaskListScope pic x value "M".
        88 ListingMyTasks value "M".
        88 ListingTeamTasks value "T".
    01 GuardianConsentsFileName pic x(22) value "guardian-consents.dat".
    copy DD-GuardianConsent replacing GuardianConsent by ==GuardianConsentWork==.
    copy DD-Attendee replacing Attendee by ==MinorCheckWork==.
    copy DD-Attendee replacing Attendee by ==ResponsibleAdultWork==.
    01 MinorConsentAuthCode pic x(6) value spaces.
    01 ResponsibleAdultEntry pic x(6) value spaces.
    01 GuardianConsentFlag pic 9 value 0.
        88 GuardianConsentOnFile value 1 when set to false is 0.
    01 MinorCheckInFlag pic 9 value 0.
        88 MinorCheckInRefused value 1 when set to false is 0.
    01 UnaccompaniedResponse pic x value space.
        88 UnaccompaniedAnswerYes values "Y", "y".
        88 UnaccompaniedAnswerNo values "N", "n".
    01 WelfareRoundFileName pic x(20) value "welfare-round.dat".
    01 WelfareVisitsFileName pic x(20) value "welfare-visits.dat".
*> the sheet WelfareRound last printed, with a mark against each stop
*> once a visit on this round has been keyed
    01 WelfareStopTable.
        02 WelfareStopEntry occurs 1000 times.
            copy DD-WelfareStop replacing ==01 WelfareStop.== by ==03 TableWelfareStop.==.
            03 WelfareStopVisited pic 9 value 0.
                88 WelfareStopIsVisited value 1 when set to false is 0.
    01 WelfareStopCount pic 9(4) value zero.
    01 WelfareStopScan pic 9(4) value zero.
    01 WelfareStopsLeft pic 9(4) value zero.
    01 WelfareVisitsLogged pic 999 value zero.
    01 WelfareLineEntry pic 9(4) value zero.
    01 WelfareTimeNow pic x(8) value spaces.
    copy DD-WelfareVisit replacing WelfareVisit by ==WelfareVisitWork==.
    copy DD-Dog replacing Dog by ==DogWork==.
    01 DogsResponse pic x value space.
        88 BringingDogs values "Y", "y".
            03 PendingPayDate pic x(8).
            03 PendingPayMethod pic x.
    01 PendingPayScan pic 9 value zero.
    01 PendingLedgerDonation pic 999 value zero.
    01 PendingLedgerRefund pic 999 value zero.
    01 PendingLedgerRefundMethod pic x(10) value spaces.
    01 PendingLedgerWriteOff pic 999 value zero.

    01 KeepAuthCode pic x(6) value spaces.
    01 LoseAuthCode pic x(6) value spaces.
    01 RefundSuggestion pic 999 value zero.
    01 RefundAmountEntry pic 999 value zero.
    01 DaysBeforeEvent pic s9(5) value zero.
*> the event's cancellation charge schedule, weeks of notice then the
*> percentage back; this is the house schedule until the registry says
*> otherwise
    01 ChargeSchedule value "04100020500000000000".
        02 ChargeBand occurs 4 times.
            03 ChargeNoticeWeeks pic 99.
            03 ChargeRefundPercent pic 999.
    01 ChargeBandScan pic 9 value zero.
    01 ChargeWeeksApplied pic 99 value zero.
    01 ChargePercentApplied pic 999 value zero.
    01 ChargeScheduleKnownFlag pic 9 value 0.
        88 ChargeScheduleApplied value 1 when set to false is 0.
    01 ChargeScheduleResponse pic x value space.
        88 ChangeChargeSchedule values "Y", "y".
    01 OverrideAmountGiven pic 999 value zero.
    01 OverrideKind pic x(6) value spaces.
    01 OverrideReason pic x(50) value spaces.
    01 CancelledDateNumeric pic 9(8) value zeroes.
    01 EventStartDateNumeric pic 9(8) value zeroes.

        03 line 14 column plus 2 value "(F6 to set to today)".
        03 line 16 column 5 value "Parking spaces:".
        03 pic 999 line 16 column 21 using ParkingCapacity of EventDetails.
        03 line 16 column 30 value "Arrivals per gate slot (0=no cap):".
        03 pic 999 line 16 column 65 using SlotCapacity of EventDetails.
        03 line 18 column 5 value "Site licence (people per night):".
        03 pic 999 line 18 column 38 using NightlyCapacity of EventDetails.
        03 line 18 column 45 value "Hook-up charge per night:".
        03 pic 99 line 18 column 71 using HookUpNightPrice of EventDetails.
        03 line 20 column 5 value "Pricing mode (F=flat, N=per night):".
        03 line 20 column 41 using PricingMode of EventDetails.
        03 line 20 column 45 value "Volunteer ticket hours owed:".
        03 pic 99 line 20 column 74 using VolunteerHoursOwed of EventDetails.
        03 line 22 column 5 value "Event capacity (sign-ups, 0=no cap):".
        03 pic 999 line 22 column 42 using EventCapacity of EventDetails.
        03 line 23 column 5 value "Day-visitor ticket price:".
        03 pic 999 line 23 column 31 using DayVisitorTicketPrice.
        03 line 24 column 1
            value "Commands: F1 Home, F4 Tiers, F5 Start, F6 End, F7 Rollover, F8 Save, F9 Ballot" reverse-video.
        03 line 24 column 78 to Command.

    01 EditAttendeeScreen background-color BackgroundColour foreground-color ForegroundColour.
        03 line 11 column 1 value "Waiver?:".
        03 line 11 column 15 from WaiverSigned of CurrentAttendee.
        03 line 11 column plus 2 value "(F2 to toggle)".
        03 line 11 column 45 value "Gate slot:".
        03 line 11 column 56 using ArrivalSlot of CurrentAttendee.
        03 line 11 column plus 2 value "(e.g. 14-16)".
        03 line 12 column 1 value "Status:".
        03 line 12 column 15 from AttendanceStatus of CurrentAttendee.
        03 line 12 column plus 2 value "(A arrived, C coming, X cancelled, D departed)".
        03 line 19 column 52 value "From:".
        03 line 19 column 58 using LiftShareArea of CurrentAttendee.
        03 line 20 column 1 value "Diet issues:".
        03 line 20 column 15 using ScreenDiet.
        03 line 21 column 1 value "Role:".
        03 line 21 column 15 from AttendeeRole of CurrentAttendee.
        03 line 21 column plus 2 value "(C/V/L)".
        03 line 21 column 35 value "DBS date:".
        03 line 21 column 48 using ScreenDBSCheckDate.
        03 line 22 column 1 value "Cancelled:".
        03 line 22 column 15 from CancellationReason of CurrentAttendee.
        03 line 22 column 58 value "Refund:".
        03 pic 999 line 22 column 66 from RefundAmount of CurrentAttendee.
        03 line 23 column 1 value "Medical notes:".
        03 line 23 column 16 using ScreenMedicalNotes.
        03 line 24 column 1 value "F1,F2 Wv,F3 Pit,F4 More,F5 Arr,F6 St,F7 Pd,F9 Dep,F11 Tk,F12 Rl,F8 Sv,F10 Pay" reverse-video.
        03 line 24 column 78 to Command.

        03 line 10 column 56 from DepartureDay of CurrentAttendee.
        03 line 11 column 1 value "Waiver?:".
        03 line 11 column 15 from WaiverSigned of CurrentAttendee.
        03 line 11 column 45 value "Gate slot:".
        03 line 11 column 56 from ArrivalSlot of CurrentAttendee.
        03 line 12 column 1 value "Status:".
        03 line 12 column 15 from AttendanceStatus of CurrentAttendee.
        03 line 13 column 1 value "Consent adm/pub:".
        03 line 19 column 52 value "From:".
        03 line 19 column 58 from LiftShareArea of CurrentAttendee.
        03 line 20 column 1 value "Diet issues:".
        03 line 20 column 15 from ScreenDiet.
        03 line 21 column 1 value "Role:".
        03 line 21 column 15 from AttendeeRole of CurrentAttendee.
        03 line 21 column plus 2 value "(C/V/L)".
        03 line 21 column 35 value "DBS date:".
        03 line 21 column 48 from ScreenDBSCheckDate.
        03 line 22 column 1 value "Cancelled:".
        03 line 22 column 15 from CancellationReason of CurrentAttendee.
        03 line 22 column 58 value "Refund:".
        03 line 23 column 1 value "Shop tab:".
        03 line 23 column 15 from ShopTabBalanceDisplay.
        03 line 24 column 1
            value "Commands: F1 Home, F4 Edit, F5 Case notes, F7 Print receipt                  " reverse-video.
        03 line 24 column 78 to Command.


*> the AppendHistoryLine entry is only callable once the module is
*> loaded, the same way the Attendees entries need "Attendees" first
    call "EditHistory" using HistoryModuleInit
*> the same goes for the task module's CloseRaisedTasks entry - a call
*> with no description raises nothing and just loads it
    call "RaiseTask" using TaskRaise
    if TrainingModeOn
        perform EnterTrainingMode
    end-if
    if CommandLineArgumentCount equal to zero and not TrainingModeOn
        perform SelectActiveEvent
    end-if
    perform CheckDataFileLayouts
    perform RecoverInterruptedSave
    perform LoadAttendeeCounts
    perform LoadColourSettings
    perform LoadEventDetails
    perform LoadRegistryOnlySettings
    if TrainingModeOn
        move TrainingBanner to ScreenHeader
        move 3 to ForegroundColour
            and not NoShowSweepModeOn and not KioskModeOn
            and not ProvisionalSweepModeOn
        perform SignOnOperator
        if SignedOnAsGateCrew
            perform ShowGateLogBook
        end-if
        perform ShowMyTasksDue
    else
        move "BATCH" to SignedOnOperatorId
    end-if
    move SignedOnOperatorId to FieldAccessOperatorId
    move OperatorsFileName to FieldAccessOperatorsFile
    move "bams" to FieldAccessProgram
    call "FieldAccess" using FieldAccess
.

CheckDataFileLayouts section.
*> before anything is recovered or written - a file left in an older
*> attendee layout would be read with its fields in the wrong places
    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move WaitingListFileName to LayoutCheckFileName
    set LayoutFileIsLineSequential to true
    call "CheckAttendeesLayout" using LayoutCheck
    set LayoutFileIsIndexed to true
    if not LayoutIsCurrent
        stop run
    end-if
    if EventIsBallot
        move BallotFileName to LayoutCheckFileName
        set LayoutFileIsLineSequential to true
        call "CheckAttendeesLayout" using LayoutCheck
        set LayoutFileIsIndexed to true
        if not LayoutIsCurrent
            stop run
        end-if
    end-if
.

EnterTrainingMode section.
    move "takings-practice.log" to GateTakingsFileName
    move "journal-practice.dat" to SaveJournalFileName
    move "savearch-practice.dat" to SaveArchiveFileName
    move "jrecov-practice.log" to JournalRecoveryFileName
    move "colours-practice.dat" to ColourSettingsFileName
    move "waitlst-practice.dat" to WaitingListFileName
    move "bankexc-practice.txt" to BankExceptionsFileName
    move "meds-practice.dat" to MedicationFileName
    move "medslog-practice.log" to MedsLogFileName
    move "incid-practice.dat" to IncidentsFileName
    move "concern-practice.dat" to ConcernsFileName
    move "barred-practice.dat" to BarredFileName
    move "meals-practice.dat" to MealsServedFileName
    move "shifthrs-practice.dat" to ShiftAttendanceFileName
    move "shiftapp-practice.dat" to ShiftApplicationsFileName
    move "gatelog-practice.dat" to GateLogFileName
    move "hazard-practice.dat" to HazardsFileName
    move "approve-practice.dat" to ApprovalsFileName
    move "alerts-practice.dat" to ChildAlertsFileName
    move "mchild-practice.txt" to MissingChildSheetFileName
    move "webchg-practice.dat" to ChangeRequestsFileName
    move "outbox-practice.dat" to OutboxFileName
    move "lostpr-practice.dat" to LostPropertyFileName
    move "merchst-practice.dat" to MerchStockFileName
    move "merchsa-practice.dat" to MerchSalesFileName
    move "shutbook-practice.dat" to ShuttleBookingsFileName
    move "claims-practice.dat" to ClaimsFileName
    move "bursary-practice.dat" to BursariesFileName
    move "payee-practice.dat" to PayeeBankFileName
    move "payee-practice.tmp" to PayeeBankHoldFileName
    move "bankpay-practice.dat" to BankPaymentsFileName
    move "dogs-practice.dat" to DogsFileName
    move "pnear-practice.dat" to PitchNearFileName
    move "notes-practice.dat" to CaseNotesFileName
    move "tasks-practice.dat" to TaskRaiseFileName
    move "welfare-practice.dat" to WelfareVisitsFileName
    move "consent-practice.dat" to GuardianConsentsFileName
    move "tentplc-practice.dat" to TentPlacementsFileName
    move "expens-practice.dat" to ExpensesFileName
    move "event-practice.dat" to EventDetailsFileName
    move "events-practice.dat" to EventsRegistryFileName
    move "receipt-practice-" to ReceiptFilePrefix
    move "itin-practice-" to ItineraryFilePrefix
    call "EditHistory" using PracticeHistoryFileName
*> the Attendees module has to be loaded (with the practice file)
*> before its RedirectAuditFiles entry can be called
    call "Attendees" using AttendeesFileName
    call "RedirectAuditFiles" using ReceiptsRegisterFileName,
        ReceiptFilePrefix, SaveArchiveFileName
    move "dayclose-practice.dat" to DayCloseCheckFileName
    call "RedirectDayCloses" using DayCloseCheckFileName
    move "ledger-practice.dat" to LedgerPostingFileName
    call "RedirectLedger" using LedgerPostingFileName
    display "TRAINING MODE - working on practice copies only"
    perform ResetPracticeDataIfMissing
.
    call "SYSTEM" using "rm -f kids-practice.dat shifts-practice.dat"
    call "SYSTEM" using "rm -f receipts-practice.dat takings-practice.log"
    call "SYSTEM" using "rm -f journal-practice.dat history-practice.dat"
    call "SYSTEM" using "rm -f jrecov-practice.log"
    call "SYSTEM" using "rm -f waitlst-practice.dat bankexc-practice.txt"
    call "SYSTEM" using "rm -f shoptab-practice.dat hires-practice.dat"
    call "SYSTEM" using "rm -f meds-practice.dat medslog-practice.log"
    call "SYSTEM" using "rm -f wksignups-practice.dat shuttle-practice.dat"
    call "SYSTEM" using "rm -f shutbook-practice.dat claims-practice.dat"
    call "SYSTEM" using "rm -f bursary-practice.dat dogs-practice.dat"
    call "SYSTEM" using "rm -f pnear-practice.dat payee-practice.dat"
    call "SYSTEM" using "rm -f bankpay-practice.dat notes-practice.dat"
    call "SYSTEM" using "rm -f tasks-practice.dat welfare-practice.dat"
    call "SYSTEM" using "rm -f consent-practice.dat"
    call "SYSTEM" using "rm -f tentplc-practice.dat receipt-practice-*.txt"
    call "SYSTEM" using "rm -f expens-practice.dat event-practice.dat"
    call "SYSTEM" using "rm -f events-practice.dat"
    call "SYSTEM" using "rm -f concern-practice.dat barred-practice.dat"
    call "SYSTEM" using "rm -f meals-practice.dat shifthrs-practice.dat"
    call "SYSTEM" using "rm -f gatelog-practice.dat approve-practice.dat"
    call "SYSTEM" using "rm -f hazard-practice.dat shiftapp-practice.dat"
    call "SYSTEM" using "rm -f alerts-practice.dat mchild-practice.txt"
    call "SYSTEM" using "rm -f itin-practice-*.txt"
    call "SYSTEM" using "rm -f webchg-practice.dat outbox-practice.dat"
    call "SYSTEM" using "rm -f chg-practice-*.txt"
    display "Practice data reset - scribble away"
.

LoadOperatorPolicy section.
*> the password age limit is site policy, not code: one number on the
*> first line of operator-policy.cfg; missing or rubbish means the
*> 90-day default stands. The second line is the amount above which a
*> refund, bursary award or expense claim needs a second approver
    open input OperatorPolicyFile
    read OperatorPolicyFile
        at end set EndOfOperatorPolicy to true
            and numval(OperatorPolicyLine) is greater than zero
        move numval(OperatorPolicyLine) to PasswordMaxAgeDays
    end-if
    if not EndOfOperatorPolicy
        read OperatorPolicyFile
            at end set EndOfOperatorPolicy to true
        end-read
    end-if
    if not EndOfOperatorPolicy
            and function trim(OperatorPolicyLine) is not equal to spaces
            and test-numval(OperatorPolicyLine) equal to zero
            and numval(OperatorPolicyLine) is not less than zero
        move numval(OperatorPolicyLine) to ApprovalThreshold
    end-if
    close OperatorPolicyFile
.

    set OperatorSignedOn to true
    move OperatorId of OperatorWork to SignedOnOperatorId
    move OperatorRole of OperatorWork to SignedOnOperatorRole
    set SignedOnAsSafeguardingLead to false
    if OperatorIsSafeguardingLead of OperatorWork
        set SignedOnAsSafeguardingLead to true
    end-if
    move "OK  " to SignOnResult
    perform AppendSignOnLog
    display "Signed on as " function trim(OperatorName of OperatorWork)
    close SignOnLogFile
.

SetOperatorFieldAccess section.
*> admins see every field already - this is for the first aiders and
*> the kids lead among everyone else, and for the safeguarding leads,
*> which even an admin is not without being named one
    if not OperatorHasAdminRights
        display spaces
        display "Only an admin operator can change field access"
        exit section
    end-if

    display spaces
    display "Operators and what they may see (M medical, K kids lead, C concerns):"
    open input OperatorsFile
        read OperatorsFile
            at end set EndOfOperatorsFile to true
        end-read
        perform until EndOfOperatorsFile
            evaluate true
                when OperatorRoleIsAdmin of OperatorRecord
                    display "  " OperatorId of OperatorRecord " "
                        OperatorName of OperatorRecord " admin - all fields"
                        " C " OperatorSafeguardingLead of OperatorRecord
                when other
                    display "  " OperatorId of OperatorRecord " "
                        OperatorName of OperatorRecord
                        " M " OperatorFirstAider of OperatorRecord
                        " K " OperatorKidsLead of OperatorRecord
                        " C " OperatorSafeguardingLead of OperatorRecord
            end-evaluate
            read OperatorsFile
                at end set EndOfOperatorsFile to true
            end-read
        end-perform
    close OperatorsFile

    display "Operator id to change (blank to go back):"
    move spaces to AccessOperatorIdEntry
    accept AccessOperatorIdEntry at line 24 column 43
    if AccessOperatorIdEntry equal to spaces
        exit section
    end-if

    set OperatorIdOnFile to false
    open input OperatorsFile
        read OperatorsFile
            at end set EndOfOperatorsFile to true
        end-read
        perform until EndOfOperatorsFile or OperatorIdOnFile
            if OperatorId of OperatorRecord equal to AccessOperatorIdEntry
                set OperatorIdOnFile to true
                move OperatorRecord to OperatorWork
            end-if
            if not OperatorIdOnFile
                read OperatorsFile
                    at end set EndOfOperatorsFile to true
                end-read
            end-if
        end-perform
    close OperatorsFile

    if not OperatorIdOnFile
        display "No operator with id " function trim(AccessOperatorIdEntry)
        exit section
    end-if

    display "First aider - may see medical notes, diet and access notes? (Y/N)"
    move space to AccessFlagEntry
    accept AccessFlagEntry at line 24 column 68
    if AccessFlagEntry equal to "Y" or AccessFlagEntry equal to "y"
        set OperatorIsFirstAider of OperatorWork to true
    else
        set OperatorIsFirstAider of OperatorWork to false
    end-if
    display "Kids lead - may see DBS dates and kids' notes? (Y/N)"
    move space to AccessFlagEntry
    accept AccessFlagEntry at line 24 column 54
    if AccessFlagEntry equal to "Y" or AccessFlagEntry equal to "y"
        set OperatorIsKidsLead of OperatorWork to true
    else
        set OperatorIsKidsLead of OperatorWork to false
    end-if
    display "Safeguarding lead - may open the concerns register? (Y/N)"
    move space to AccessFlagEntry
    accept AccessFlagEntry at line 24 column 59
    if AccessFlagEntry equal to "Y" or AccessFlagEntry equal to "y"
        set OperatorIsSafeguardingLead of OperatorWork to true
    else
        set OperatorIsSafeguardingLead of OperatorWork to false
    end-if
    perform UpdateOperatorOnFile
    display "Field access for " function trim(AccessOperatorIdEntry)
        " is now medical " OperatorFirstAider of OperatorWork
        ", kids lead " OperatorKidsLead of OperatorWork
        ", concerns register " OperatorSafeguardingLead of OperatorWork
.

UnlockOperatorAccount section.
    if not OperatorHasAdminRights
        display spaces
        exit section
    end-if

    perform CheckScannedCodeAgainstBarredList
    if ScanHasProblem
        add 1 to ScanProblemTally
        exit section
    end-if

    if not AttendeeArrived of CurrentAttendee
            and not AttendeeCancelled of CurrentAttendee
        move CurrentAttendee to MinorCheckWork
        perform CheckUnaccompaniedMinor
        if MinorCheckInRefused
            set ScanHasProblem to true
            perform ShowScanProblemBanner
            display " " function trim(AttendeeName of CurrentAttendee)
                " IS 16/17 ON THEIR OWN WITH NO GUARDIAN CONSENT - SEND TO THE OFFICE"
            add 1 to ScanProblemTally
            exit section
        end-if
    end-if

    compute ScanBalance = AmountToPay of CurrentAttendee
        - AmountPaid of CurrentAttendee
    move ScanBalance to ScanBalanceDisplay
            end-read
        end-perform
    close AttendeesFile

*> contractors' and suppliers' vans are on the field too - a cancelled
*> pass is left out, anything else is still somebody's to move
    open input SitePassesFile
        read SitePassesFile
            at end set EndOfSitePassesFile to true
        end-read
        perform until EndOfSitePassesFile
            if SitePassIsCurrent of SitePassRecord
                    and (SitePassEventFile of SitePassRecord equal to spaces
                        or SitePassEventFile of SitePassRecord equal to AttendeesFileName)
                    and upper-case(function trim(SitePassVehicle of SitePassRecord))
                    is equal to upper-case(function trim(RegistrationToFind))
                add 1 to VehicleMatchCount
                display "Vehicle " function trim(RegistrationToFind) " belongs to "
                    function trim(SitePassName of SitePassRecord)
                    " of " function trim(SitePassCompany of SitePassRecord)
                    " (site pass " SitePassId of SitePassRecord ")"
                if SitePassSignedIn of SitePassRecord
                    display "  Telephone "
                        function trim(SitePassTelephone of SitePassRecord)
                        ", reports to "
                        function trim(SitePassReportsTo of SitePassRecord)
                        ", signed in"
                else
                    display "  Telephone "
                        function trim(SitePassTelephone of SitePassRecord)
                        ", reports to "
                        function trim(SitePassReportsTo of SitePassRecord)
                        ", not signed in"
                end-if
            end-if
            read SitePassesFile
                at end set EndOfSitePassesFile to true
            end-read
        end-perform
    close SitePassesFile

    if VehicleMatchCount equal to zero
        display "No attendee or site pass found with vehicle registration "
            function trim(RegistrationToFind)
    end-if
.
        exit section
    end-if

    move CurrentAttendee to MinorCheckWork
    perform CheckUnaccompaniedMinor
    if MinorCheckInRefused
        perform ShowMinorCheckInRefusal
        exit section
    end-if

    move CurrentAttendee to AttendeeBeforeEdit
    set AttendeeArrived of CurrentAttendee to true
    perform WarnIfDBSNotCurrent
    perform AskForCurrentEmailIfBounced
    set AddAttendeeFlagOn to false
    perform SaveAttendee
    if SaveCompleted
    end-if
.

AskForCurrentEmailIfBounced section.
*> mail to them bounced, and arrival is the one time we have them in
*> front of us to put it right
    if not EmailUndeliverable of CurrentAttendee
        exit section
    end-if
    display spaces
    display "Email " function trim(Email of CurrentAttendee) " bounced on "
        EmailBouncedDate of CurrentAttendee
    display "Current email (blank to leave as it is):"
    move spaces to BouncedEmailEntry
    accept BouncedEmailEntry at line 24 column 42
    if BouncedEmailEntry equal to spaces
        exit section
    end-if
    move BouncedEmailEntry to Email of CurrentAttendee
    perform ClearEmailBounce
.

ClearEmailBounce section.
*> a new address is worth trying, so they go back to email if that is
*> what they had chosen before the bounce moved them
    set EmailUndeliverable of CurrentAttendee to false
    move spaces to EmailBouncedDate of CurrentAttendee
    if ChannelBeforeBounce of CurrentAttendee equal to "E"
        set PrefersEmail of CurrentAttendee to true
    end-if
    move space to ChannelBeforeBounce of CurrentAttendee
.

OfferFamilyCheckIn section.
    if FamilyGroup of CurrentAttendee equal to spaces
        exit section
            call "GetAttendeeByAuthCode" using FamilyAuthCode(FamilyMemberNumber),
                FamilyMemberWork
            if AttendeeComing of FamilyMemberWork
                move FamilyMemberWork to MinorCheckWork
                perform CheckUnaccompaniedMinor
                if MinorCheckInRefused
                    perform ShowMinorCheckInRefusal
                else
                    set AttendeeArrived of FamilyMemberWork to true
                    call "UpdateAttendee" using FamilyMemberWork, NoSimulateFlag
                    add 1 to FamilyMembersCheckedIn
                    display "Checked in " FamilyAuthCode(FamilyMemberNumber)
                        " (" function trim(FamilyName(FamilyMemberNumber)) ")"
                end-if
            end-if
        end-if
    end-perform
        exit section
    end-if

    perform WarnIfVolunteerHoursShort
    if VolunteerCheckOutHeld
        exit section
    end-if

    move CurrentAttendee to AttendeeBeforeEdit
    perform CaptureCheckOutDetails
    set AddAttendeeFlagOn to false
            move DBSCheckDate of CurrentAttendee to DBSDateNumeric
            if DBSDateNumeric is less than DBSCutoffDate
                display spaces
                if SafeguardingFieldsVisible
                    display "WARNING: DBS check for "
                        function trim(AttendeeName of CurrentAttendee)
                        " dated " DBSCheckDate of CurrentAttendee
                        " is over three years old"
                else
                    display "WARNING: DBS check for "
                        function trim(AttendeeName of CurrentAttendee)
                        " is over three years old - see the kids lead"
                end-if
            end-if
    end-evaluate
.
    move EventRegistryParking of EventRegistryRecord to ParkingCapacity of EventDetails
    move EventRegistryNightlyCap of EventRegistryRecord to NightlyCapacity of EventDetails
    move EventRegistryCapacity of EventRegistryRecord to EventCapacity of EventDetails
    move EventRegistrySlotCap of EventRegistryRecord to SlotCapacity of EventDetails
    move EventRegistryHookUpPrice of EventRegistryRecord to HookUpNightPrice of EventDetails
    move EventRegistryVolunteerHours of EventRegistryRecord to VolunteerHoursOwed of EventDetails
    move RegistryAdultPrice of EventRegistryRecord to AdultTicketPrice
    move RegistryChildPrice of EventRegistryRecord to ChildTicketPrice
    move RegistryConcessionPrice of EventRegistryRecord to ConcessionTicketPrice
    move RegistryLateChildPrice of EventRegistryRecord to LateChildPrice
    move RegistryLateConcessionPrice of EventRegistryRecord to LateConcessionPrice
    move RegistryLateVolunteerPrice of EventRegistryRecord to LateVolunteerPrice
*> an event written before ballots existed reads back blank here
    move EventRegistryBallotMode of EventRegistryRecord to BallotModeSetting
    move RegistryBallotDrawn of EventRegistryRecord to BallotDrawnSetting
    if RegistryFamilyCap of EventRegistryRecord is numeric
        move RegistryFamilyCap of EventRegistryRecord to FamilyCapPrice
    end-if
    if RegistryChargeSchedule of EventRegistryRecord is numeric
        move RegistryChargeSchedule of EventRegistryRecord to ChargeSchedule
    end-if
    if RegistryBallotOpens of EventRegistryRecord is numeric
        move RegistryBallotOpens of EventRegistryRecord to BallotOpensDate
    end-if
    if RegistryBallotCloses of EventRegistryRecord is numeric
        move RegistryBallotCloses of EventRegistryRecord to BallotClosesDate
    end-if
    if RegistryBallotWeights of EventRegistryRecord is numeric
        move RegistryBallotVolunteerWeight of EventRegistryRecord to BallotVolunteerWeight
        move RegistryBallotFamilyWeight of EventRegistryRecord to BallotFamilyWeight
        move RegistryBallotUnluckyWeight of EventRegistryRecord to BallotUnluckyWeight
    end-if
    move spaces to BallotFileName
    string "ballot-" function trim(AttendeesFileName)
        delimited by size into BallotFileName
    display "Working on " function trim(EventName of EventDetails)
        " in " function trim(AttendeesFileName)
.

LoadRegistryOnlySettings section.
*> the family cap and the cancellation schedule live only in the events
*> registry, so a session started on a data file by name still prices
*> families and refunds cancellations the way its event says
    if EventChosenFromRegistry
        exit section
    end-if
    open input EventsRegistryFile
        read EventsRegistryFile
            at end set EndOfEventsRegistryFile to true
        end-read
        perform until EndOfEventsRegistryFile
            if function trim(EventRegistryDataFile of EventRegistryRecord)
                    equal to function trim(AttendeesFileName)
                if RegistryFamilyCap of EventRegistryRecord is numeric
                    move RegistryFamilyCap of EventRegistryRecord to FamilyCapPrice
                end-if
                if RegistryChargeSchedule of EventRegistryRecord is numeric
                    move RegistryChargeSchedule of EventRegistryRecord to ChargeSchedule
                end-if
            end-if
            read EventsRegistryFile
                at end set EndOfEventsRegistryFile to true
            end-read
        end-perform
    close EventsRegistryFile
.

LoadEventDetails section.
    if EventChosenFromRegistry
        exit section
    move LateConcessionPrice to RegistryLateConcessionPrice of EventRegistryRecord
    move LateVolunteerPrice to RegistryLateVolunteerPrice of EventRegistryRecord
    move EventCapacity of EventDetails to EventRegistryCapacity of EventRegistryRecord
    move SlotCapacity of EventDetails to EventRegistrySlotCap of EventRegistryRecord
    move HookUpNightPrice of EventDetails to EventRegistryHookUpPrice of EventRegistryRecord
    move VolunteerHoursOwed of EventDetails to EventRegistryVolunteerHours of EventRegistryRecord
    move BallotModeSetting to EventRegistryBallotMode of EventRegistryRecord
    move BallotOpensDate to RegistryBallotOpens of EventRegistryRecord
    move BallotClosesDate to RegistryBallotCloses of EventRegistryRecord
    move BallotVolunteerWeight to RegistryBallotVolunteerWeight of EventRegistryRecord
    move BallotFamilyWeight to RegistryBallotFamilyWeight of EventRegistryRecord
    move BallotUnluckyWeight to RegistryBallotUnluckyWeight of EventRegistryRecord
    move BallotDrawnSetting to RegistryBallotDrawn of EventRegistryRecord
    move FamilyCapPrice to RegistryFamilyCap of EventRegistryRecord
    move ChargeSchedule to RegistryChargeSchedule of EventRegistryRecord
.

SaveEventToRegistry section.
                perform RolloverEventToNextYear
            when CommandKeyIsF8
                perform SaveEventDetails
            when CommandKeyIsF9
                perform CaptureBallotSettings
        end-evaluate
    end-perform
.

    perform MoveEventDetailsToRegistryRecord
    move NewEventDataFileName to EventRegistryDataFile of EventRegistryRecord
*> next year's event keeps the ballot weights but has its own draw
    move "N" to RegistryBallotDrawn of EventRegistryRecord
    move EventStartDate of EventDetails to RolloverDateWork
    add 10000 to RolloverDateWork
    move RolloverDateWork to EventRegistryStartDate of EventRegistryRecord
            add 1 to SequenceScanCount
            if SequenceScanCount is greater than or equal to BulkMarkFromRow
                    and SequenceScanCount is less than or equal to BulkMarkToRow
                set GuardianConsentOnFile to true
                if AttendeeIsUnaccompaniedMinor of AttendeeRecord
                    move AuthCode of AttendeeRecord to MinorConsentAuthCode
                    perform FindGuardianConsent
                end-if
                if GuardianConsentOnFile
                    set AttendeeArrived of AttendeeRecord to true
                    rewrite AttendeeRecord
                        invalid key
                            display "Error marking row " SequenceScanCount
                                " as arrived - status is " AttendeeStatus
                    end-rewrite
                    move AttendeeRecord to CurrentAttendee
                    perform AppendSaveArchive
                else
                    display "Row " SequenceScanCount " "
                        function trim(AttendeeName of AttendeeRecord)
                        " not marked - 16/17 on their own with no guardian consent"
                end-if
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
    if EndOfSaveJournal or JournalMarkerFound not equal to "INTENT"
        close SaveJournalFile
        display "Save journal is damaged - cleared without replay; run ReconcileBackup"
        move "DAMAGED" to JournalRecoveryOutcome
        perform LogJournalRecovery
        perform ClearSaveJournal
        exit section
    end-if
            end-rewrite
    end-read
    close AttendeesFile
    move "REPLAYED" to JournalRecoveryOutcome
    perform LogJournalRecovery
    perform ClearSaveJournal
    display "Journal replayed - " JournalAuthCode " is saved as intended"
.

LogJournalRecovery section.
*> the journal is emptied once it has been dealt with, so this log is
*> the only lasting sign the morning health-check can see that a save
*> had to be recovered
    accept JournalRecoveryDate from date yyyymmdd
    accept JournalRecoveryTime from time
    open extend JournalRecoveryFile
    move spaces to JournalRecoveryLine
    string JournalRecoveryDate " " JournalRecoveryTime(1:6) " "
        JournalRecoveryOutcome " " JournalAuthCode
        delimited by size into JournalRecoveryLine
    write JournalRecoveryLine
    close JournalRecoveryFile
.

WriteSaveJournalIntent section.
    open output SaveJournalFile
    move spaces to SaveJournalLine
    perform CaptureConsentPreferences
    perform CaptureAccessibilityNeeds
    perform CaptureDogDetails
    perform CaptureArrivalSlot
    perform CaptureTravelDetails
    perform CapturePreferredLanguage
    perform OfferReturningCamperLookup
    perform OfferVoucherCode
    perform OfferCreditRedemption
    set RecordFound to true

    move space to WaitingListResponse
    perform CheckBallotWindowForSignUp
    if EventCapacity of EventDetails is greater than zero
            and NumberOfAttendees is greater than or equal to
                EventCapacity of EventDetails - CapacityWarningMargin
            and not SignUpGoesToBallot
        perform WarnApproachingCapacity
    end-if

    display "Amount paid now (price is " AmountToPay of CurrentAttendee "):"
    move zero to ExpressPaymentEntry
    accept ExpressPaymentEntry at line 24 column 40
    if ExpressPaymentEntry is greater than zero
        perform RefuseMoneyIfTodayIsClosed
        if DayIsClosed
            move zero to ExpressPaymentEntry
        end-if
    end-if
    if ExpressPaymentEntry is greater than zero
        display "How paid - (C)ash, (B)ank transfer, card (R)eader:"
        move "C" to InstalmentMethodEntry
    set AddAttendeeFlagOn to true
    set RecordFound to true
    move space to WaitingListResponse
    set SignUpGoesToBallot to false
    perform SaveAttendee
    if SaveCompleted
*> the takings line only lands once the record (and its instalment)
            move AuthCode of CurrentAttendee to TakingsReference
            perform AppendGateTakingsLine
        end-if
        if BookingHeldForBarredReview of CurrentAttendee
            display "Express signup " AuthCode of CurrentAttendee
                " HELD for admin review - do not let them on site yet"
        else
            display "Express signup " AuthCode of CurrentAttendee " ("
                function trim(AttendeeName of CurrentAttendee)
                ") checked in - marked INCOMPLETE for the evening top-up"
            initialize TaskRaiseDetails
            move AuthCode of CurrentAttendee to TaskRaiseAuthCode
            move "Top up express signup - diet, contacts and the rest missing"
                to TaskRaiseDescription
            move "G" to TaskRaiseRole
            move "BACKLOG" to TaskRaiseSource
            move SignedOnOperatorId to TaskRaiseBy
            call "RaiseTask" using TaskRaise
        end-if
    end-if
    set AddAttendeeFlagOn to false
.
            CurrentAttendee
        set RecordIsIncomplete of CurrentAttendee to false
        call "UpdateAttendee" using CurrentAttendee, NoSimulateFlag
        initialize TaskRaiseDetails
        move AuthCode of CurrentAttendee to TaskRaiseAuthCode
        move "BACKLOG" to TaskRaiseSource
        move SignedOnOperatorId to TaskRaiseBy
        call "CloseRaisedTasks" using TaskRaise
        display "Cleared - it drops off the backlog, the quality sweep and the task list"
    end-if
.

            close WaitingListFile
        end-if

        if GeneratedCodeIsUnique and EventIsBallot
            open input BallotFile
                read BallotFile
                    at end set EndOfBallotFile to true
                end-read
                perform until EndOfBallotFile
                    if AuthCode of BallotRecord
                            equal to AuthCode of CurrentAttendee
                        set GeneratedCodeIsUnique to false
                    end-if
                    read BallotFile
                        at end set EndOfBallotFile to true
                    end-read
                end-perform
            close BallotFile
        end-if

        if not GeneratedCodeIsUnique
            display "AuthCode " AuthCode of CurrentAttendee
                " is already taken - drawing another"
            if AuthCodeStyleIsPronounceable
                move createPronounceableAuthCode() to AuthCode of CurrentAttendee
            else
                move createAuthCode() to AuthCode of CurrentAttendee
            end-if
        end-if
.

OfferReturningCamperLookup section.
*> the person master holds everyone from past years, so one file is
*> read rather than every archive; it is only read, so training mode
*> looks at the real one
    display spaces
    display "Did they come to a previous camp? (Y/N)"
    move space to ReturnerResponse
        exit section
    end-if

    display "Name, email or telephone to look for on the person master:"
    move spaces to ReturnerSearchEntry
    accept ReturnerSearchEntry at line 24 column 60
    if ReturnerSearchEntry equal to spaces
        exit section
    end-if

    set ReturnerFound to false
    open input PersonsFile
    if PersonsStatus equal to "00"
        move zeroes to PersonId of PersonRecord
        start PersonsFile key is greater than PersonId of PersonRecord
            invalid key set EndOfPersonsFile to true
        end-start
        if not EndOfPersonsFile
            read PersonsFile next record
                at end set EndOfPersonsFile to true
            end-read
        end-if
        perform until EndOfPersonsFile or ReturnerFound
            if upper-case(function trim(PersonName of PersonRecord))
                    equal to upper-case(function trim(ReturnerSearchEntry))
                or upper-case(function trim(PersonEmail of PersonRecord))
                    equal to upper-case(function trim(ReturnerSearchEntry))
                or function trim(PersonTelephone of PersonRecord)
                    equal to function trim(ReturnerSearchEntry)
                set ReturnerFound to true
                move PersonRecord to ReturnerPerson
            else
                read PersonsFile next record
                    at end set EndOfPersonsFile to true
                end-read
            end-if
        end-perform
    end-if
    close PersonsFile

    if not ReturnerFound
        display "Nobody on the person master for '"
            function trim(ReturnerSearchEntry) "' - carrying on fresh"
        exit section
    end-if

    move PersonVolunteerHours of ReturnerPerson to ReturnerHoursDisplay
    display "Found on the person master:"
    display "  " function trim(PersonName of ReturnerPerson)
        " (person " PersonId of ReturnerPerson ", last "
        PersonLastAuthCode of ReturnerPerson ") "
        function trim(PersonEmail of ReturnerPerson)
    display "  Came " PersonYearsAttended of ReturnerPerson " years ("
        PersonFirstYear of ReturnerPerson "-" PersonLastYear of ReturnerPerson
        "), volunteered " PersonYearsVolunteering of ReturnerPerson
        ", led " PersonYearsLeading of ReturnerPerson
        ", hours " function trim(ReturnerHoursDisplay)
    display "  Incidents " PersonIncidents of ReturnerPerson
        ", credits " PersonCreditsGranted of ReturnerPerson
        ", bursaries " PersonBursariesAwarded of ReturnerPerson
    if MedicalFieldsVisible
        display "  Diet: " function trim(PersonDiet of ReturnerPerson)
        display "  Medical: " function trim(PersonMedicalNotes of ReturnerPerson)
        move PersonLastAuthCode of ReturnerPerson to FieldAccessSubject
        move "returner history" to FieldAccessDetail
        call "LogUnmaskedView" using FieldAccess
    else
        display "  Diet: " function trim(MaskedFieldText)
        display "  Medical: " function trim(MaskedFieldText)
    end-if
    display "  Emergency: "
        function trim(PersonEmergencyName of ReturnerPerson)
        " " function trim(PersonEmergencyTelephone of ReturnerPerson)
    display "  Accommodation " PersonAccommodation of ReturnerPerson
        ", merch size " PersonMerchandiseSize of ReturnerPerson
    if PersonWrittenOff of ReturnerPerson is greater than zero
        display "  ** Bad debt " PersonWrittenOff of ReturnerPerson
            " written off over the years - check with the treasurer"
    end-if
    display "Prefill the new record from this? (Y/N)"
    move space to PrefillResponse
    accept PrefillResponse at line 24 column 42
    if PrefillFromArchive
        move PersonName of ReturnerPerson to AttendeeName of CurrentAttendee
        move PersonEmail of ReturnerPerson to Email of CurrentAttendee
        move PersonTelephone of ReturnerPerson to Telephone of CurrentAttendee
        move PersonDiet of ReturnerPerson to Diet of CurrentAttendee
        move PersonMedicalNotes of ReturnerPerson to MedicalNotes of CurrentAttendee
        move PersonEmergencyName of ReturnerPerson
            to EmergencyContactName of CurrentAttendee
        move PersonEmergencyTelephone of ReturnerPerson
            to EmergencyContactTelephone of CurrentAttendee
        move PersonAccommodation of ReturnerPerson
            to AccommodationType of CurrentAttendee
        move PersonMerchandiseSize of ReturnerPerson
            to MerchandiseSize of CurrentAttendee
        display "Prefilled - check it over on the edit screen"
    end-if
*> linked either way - it is the same person whether or not the old
*> details are reused
    move PersonId of ReturnerPerson to PersonId of CurrentAttendee
.

CaptureConsentPreferences section.

SetAmountToPayForTicketType section.
    perform CountChargeableKids
*> a price is always built in the same order - full price, then the
*> hook-up charge, then the family cap's share off the lot. This leaves
*> the first two; the cap is shared out afresh once the booking is saved
    move zero to FamilyCapReduction of CurrentAttendee

    if TicketTypeIsDayVisitor of CurrentAttendee
*> day visitors pay the day rate whatever the pricing mode -

    compute AmountToPay of CurrentAttendee = BaseTicketPrice
        + ChargeableKids * TierChildPrice
    perform AddHookUpChargeToPrice

    if TierChosenName not equal to "standard"
        display spaces
        display "Volunteer:"
        accept LateVolunteerPrice at line 24 column 12
    end-if
    display "Family cap - most one family group pays in total (0 for no cap):"
    accept FamilyCapPrice at line 24 column 66
    perform CaptureChargeSchedule
    display "Tiers set - F8 saves them with the event"
.

CaptureChargeSchedule section.
    display "Cancellation refunds now:"
    perform varying ChargeBandScan from 1 by 1 until ChargeBandScan is greater than 4
        if ChargeNoticeWeeks(ChargeBandScan) is greater than zero
            display "  " ChargeNoticeWeeks(ChargeBandScan) " or more weeks' notice - "
                ChargeRefundPercent(ChargeBandScan) "% back"
        end-if
    end-perform
    display "  anything shorter - nothing back"
    display "Change the cancellation refund schedule? (Y/N)"
    move space to ChargeScheduleResponse
    accept ChargeScheduleResponse at line 24 column 48
    if not ChangeChargeSchedule
        exit section
    end-if
    if not EventChosenFromRegistry
        display "The schedule is kept in the events registry - pick the event at startup to keep it"
    end-if
    move zeroes to ChargeSchedule
    perform varying ChargeBandScan from 1 by 1 until ChargeBandScan is greater than 4
        display "Band " ChargeBandScan " - at least how many weeks' notice (0 to finish):"
        accept ChargeNoticeWeeks(ChargeBandScan) at line 24 column 56
        if ChargeNoticeWeeks(ChargeBandScan) equal to zero
            exit perform
        end-if
        display "Percentage of what was paid that goes back:"
        accept ChargeRefundPercent(ChargeBandScan) at line 24 column 45
        if ChargeRefundPercent(ChargeBandScan) is greater than 100
            move 100 to ChargeRefundPercent(ChargeBandScan)
        end-if
    end-perform
.

CaptureBallotSettings section.
*> the draw itself is the BallotDraw batch run once the window closes -
*> this only says whether the event is balloted and how it is weighted
    if not EventChosenFromRegistry
        display "A ballot is set on an event in the events registry - pick the event at startup"
        exit section
    end-if
    if BallotAlreadyDrawn
        display "The ballot for this event has already been drawn"
        exit section
    end-if
    display spaces
    display "Ballot mode for this event? (Y/N):"
    accept BallotModeSetting at line 24 column 36
    if not EventIsBallot
        move "N" to BallotModeSetting
        display "Ballot off - F8 saves it with the event"
        exit section
    end-if
    move "Y" to BallotModeSetting
    display "Applications taken from (YYYYMMDD):"
    accept BallotOpensDate at line 24 column 37
    display "Applications taken until (YYYYMMDD):"
    accept BallotClosesDate at line 24 column 38
    display "Extra tickets in the draw - volunteers (0-9):"
    accept BallotVolunteerWeight at line 24 column 47
    display "Families with kids (0-9):"
    accept BallotFamilyWeight at line 24 column 27
    display "Unlucky in last year's ballot (0-9):"
    accept BallotUnluckyWeight at line 24 column 38
    display "Ballot set - F8 saves it with the event"
.

CheckBallotWindowForSignUp section.
*> while applications are being taken a new sign-up is a ballot entry,
*> whatever the capacity - the draw allocates the places
    set SignUpGoesToBallot to false
    if not EventIsBallot or BallotAlreadyDrawn
        exit section
    end-if
    accept BallotToday from date yyyymmdd
    if BallotToday is not less than BallotOpensDate
            and BallotToday is not greater than BallotClosesDate
        set SignUpGoesToBallot to true
        display spaces
        display "The ballot is open until " BallotClosesDate
            " - this sign-up goes in as a ballot entry, not a booking"
    end-if
.

AddAttendeeToBallot section.
    move BallotFileName to LayoutCheckFileName
    set LayoutFileIsLineSequential to true
    call "CheckAttendeesLayout" using LayoutCheck
    set LayoutFileIsIndexed to true
    if not LayoutIsCurrent
        display "Ballot entry NOT taken - convert " function trim(BallotFileName) " first"
        exit section
    end-if
    set AttendeeComing of CurrentAttendee to true
    open extend BallotFile
    move CurrentAttendee to BallotRecord
    write BallotRecord
    close BallotFile
    perform CommitPendingSignUpSideEffects
    display "Ballot entry for " function trim(AttendeeName of CurrentAttendee)
        " with AuthCode " AuthCode of CurrentAttendee
        " taken - the draw decides the place"
    set SignUpGoesToBallot to false
    set AddAttendeeFlagOn to false
    set RecordFound to false
.

CountChargeableKids section.
    move zero to ChargeableKids
    perform varying KidAgeScanSlot from 1 by 1

    compute AmountToPay of CurrentAttendee = NightsForPricing
        * (BaseTicketPrice + ChargeableKids * ChildNightPrice)
    perform AddHookUpChargeToPrice

    display "Charged for " NightsForPricing " nights at the per-night rate"
    if ChargeableKids is greater than zero
    end-if
.

AddHookUpChargeToPrice section.
*> the hook-up is charged per night on the circuit, whichever pricing
*> mode the ticket itself is on
    if HookUpNotAllocated of CurrentAttendee
        exit section
    end-if
    perform ComputeHookUpCharge
    add HookUpCharge to AmountToPay of CurrentAttendee
    if HookUpCharge is greater than zero
        display "  plus " HookUpCharge " for " HookUpNights
            " nights on electric hook-up"
    end-if
.

ComputeHookUpCharge section.
    perform ComputeCurrentAttendeeNightSpan
    compute HookUpNights = CurrentSpanTo - CurrentSpanFrom + 1
    compute HookUpCharge = HookUpNights * HookUpNightPrice of EventDetails
.

WarnApproachingCapacity section.
    display spaces
    display "WARNING: " NumberOfAttendees " of " EventCapacity of EventDetails
    display "        14 Bank exceptions, 15 Expense claims, 16 Bursaries,"
    display "        17 Merch sale, 18 Day visitor, 19 Incomplete backlog,"
    display "        20 Communal tents, 21 Reset practice data, 22 Transfer place,"
    display "        23 Archive enquiry, 24 Safeguarding concerns,"
    display "        25 Barred list, 26 Meal hatch count, 27 Gate log book,"
    display "        28 Pending approvals, 29 Missing child alert,"
    display "        30 Website changes, 31 Operator field access,"
    display "        32 Payee bank details, 33 Tasks, 34 Welfare visits,"
    display "        35 Hazard register, 0 Back:"
    move zero to ToolsChoice
    accept ToolsChoice at line 24 column 37
    evaluate ToolsChoice
        when 1 perform MergeDuplicateAttendees
        when 2 perform KidsTentScreen
            end-if
        when 22 perform TransferPlaceToFriend
        when 23 perform ArchiveEnquiryScreen
        when 24 perform SafeguardingConcernsScreen
        when 25 perform BarredListScreen
        when 26 perform MealHatchScreen
        when 27 perform GateLogBookScreen
        when 28 perform PendingApprovalsScreen
        when 29 perform MissingChildScreen
        when 30 perform WebsiteChangesScreen
        when 31 perform SetOperatorFieldAccess
        when 32 perform PayeeBankDetailsScreen
        when 33 perform TaskQueueScreen
        when 34 perform WelfareVisitsScreen
        when 35 perform HazardRegisterScreen
    end-evaluate
.

ShowMyTasksDue section.
*> straight after sign-on, so nobody starts a shift without seeing what
*> was left for them
    accept TodayForTasks from date yyyymmdd
    move zero to TasksOverdue
    move zero to TasksDueToday
    set ListingMyTasks to true
    open input TasksFile
        read TasksFile
            at end set EndOfTasksFile to true
        end-read
        perform until EndOfTasksFile
            perform DecideIfTaskIsMine
            if TaskIsMine and TaskDueDate of TaskRecord is not greater than TodayForTasks
                if TasksOverdue + TasksDueToday equal to zero
                    display spaces
                    display "Your tasks due:"
                end-if
                if TaskDueDate of TaskRecord is less than TodayForTasks
                    add 1 to TasksOverdue
                else
                    add 1 to TasksDueToday
                end-if
                perform DisplayTaskLine
            end-if
            read TasksFile
                at end set EndOfTasksFile to true
            end-read
        end-perform
    close TasksFile
    if TasksOverdue + TasksDueToday equal to zero
        display "No tasks due for you today"
    else
        display TasksOverdue " overdue, " TasksDueToday
            " due today - Tools 33 to work through them"
    end-if
.

DecideIfTaskIsMine section.
*> a named operator's task is theirs alone; otherwise it belongs to
*> everyone in the role, and one with neither is anybody's. The team
*> list shows every open task.
    set TaskIsMine to false
    if not TaskIsOpen of TaskRecord
        exit section
    end-if
    evaluate true
        when ListingTeamTasks
            set TaskIsMine to true
        when TaskAssignedOperator of TaskRecord equal to SignedOnOperatorId
            set TaskIsMine to true
        when TaskAssignedOperator of TaskRecord not equal to spaces
            continue
        when TaskAssignedRole of TaskRecord equal to space
            set TaskIsMine to true
        when TaskAssignedRole of TaskRecord equal to SignedOnOperatorRole
            set TaskIsMine to true
    end-evaluate
.

DisplayTaskLine section.
    evaluate true
        when TaskDueDate of TaskRecord is less than TodayForTasks
            move "OVERDUE" to TaskDueWording
        when TaskDueDate of TaskRecord equal to TodayForTasks
            move "today" to TaskDueWording
        when other
            move spaces to TaskDueWording
    end-evaluate
    if TaskAssignedOperator of TaskRecord not equal to spaces
        move TaskAssignedOperator of TaskRecord to TaskAssignEntry
    else
        move spaces to TaskAssignEntry
        string "role " TaskAssignedRole of TaskRecord
            delimited by size into TaskAssignEntry
    end-if
    display "  " TaskNumber of TaskRecord " due " TaskDueDate of TaskRecord
        " " TaskDueWording " " TaskAuthCode of TaskRecord " "
        TaskAssignEntry " " function trim(TaskDescription of TaskRecord)
.

TaskQueueScreen section.
    set ListingMyTasks to true
    move "L" to TasksChoice
    perform until TasksChoice equal to space
        perform ListOpenTasks
        display "(A)dd a task, mark one (D)one, (M)ine, (T)eam list, blank to go back:"
        move space to TasksChoice
        accept TasksChoice at line 24 column 73
        move function upper-case(TasksChoice) to TasksChoice
        evaluate TasksChoice
            when "A"
                perform AddTaskByHand
            when "D"
                perform MarkTaskDone
            when "M"
                set ListingMyTasks to true
            when "T"
                set ListingTeamTasks to true
        end-evaluate
    end-perform
.

ListOpenTasks section.
    accept TodayForTasks from date yyyymmdd
    move zero to TasksListed
    display spaces
    if ListingTeamTasks
        display "Open tasks across the team:"
    else
        display "Your open tasks:"
    end-if
    open input TasksFile
        read TasksFile
            at end set EndOfTasksFile to true
        end-read
        perform until EndOfTasksFile
            perform DecideIfTaskIsMine
            if TaskIsMine
                add 1 to TasksListed
                if TasksListed is less than 19
                    perform DisplayTaskLine
                end-if
            end-if
            read TasksFile
                at end set EndOfTasksFile to true
            end-read
        end-perform
    close TasksFile
    if TasksListed equal to zero
        display "  (nothing open)"
    end-if
    if TasksListed is greater than 18
        display "  ... " TasksListed " open in all - the daily task report lists the rest"
    end-if
.

AddTaskByHand section.
    initialize TaskRaiseDetails
    display "What needs doing:"
    accept TaskRaiseDescription at line 24 column 19
    if TaskRaiseDescription equal to spaces
        exit section
    end-if
    display "AuthCode it is about (blank for none):"
    accept TaskRaiseAuthCode at line 24 column 40
    move function upper-case(TaskRaiseAuthCode) to TaskRaiseAuthCode
    display "Due date YYYYMMDD (blank for today):"
    accept TaskRaiseDueDate at line 24 column 38
    if TaskRaiseDueDate is not numeric
        move spaces to TaskRaiseDueDate
    end-if
    display "Operator id, or G/T/A for a whole role (blank for yourself):"
    move spaces to TaskAssignEntry
    accept TaskAssignEntry at line 24 column 62
    evaluate true
        when TaskAssignEntry equal to spaces
            move SignedOnOperatorId to TaskRaiseOperator
        when TaskAssignEntry(2:7) equal to spaces
            move function upper-case(TaskAssignEntry(1:1)) to TaskRaiseRole
        when other
            move TaskAssignEntry to TaskRaiseOperator
    end-evaluate
    move "MANUAL" to TaskRaiseSource
    move SignedOnOperatorId to TaskRaiseBy
    call "RaiseTask" using TaskRaise
    evaluate true
        when TaskWasRaised
            display "Task " TaskRaiseNumber " added"
        when TaskWasAlreadyOpen
            display "That task is already open - nothing added"
    end-evaluate
.

MarkTaskDone section.
    display "Task number done:"
    move zero to TaskNumberEntry
    accept TaskNumberEntry at line 24 column 19
    if TaskNumberEntry equal to zero
        exit section
    end-if
    initialize TaskRaiseDetails
    move TaskNumberEntry to TaskRaiseNumber
    move SignedOnOperatorId to TaskRaiseBy
    call "CloseRaisedTasks" using TaskRaise
    if TaskRaiseClosedCount equal to zero
        display "No open task " TaskNumberEntry
    else
        display "Task " TaskNumberEntry " marked done"
    end-if
.

WelfareVisitsScreen section.
*> the ticks from the paper round come back in against the sheet's line
*> numbers - the round file is what WelfareRound printed, so the lines
*> here match the paper in the walker's hand
    perform LoadWelfareRound
    if WelfareStopCount equal to zero
        display "No welfare round printed yet - run WelfareRound first"
        exit section
    end-if
    move zero to WelfareVisitsLogged
    move 1 to WelfareLineEntry
    perform until WelfareLineEntry equal to zero
        move zero to WelfareStopsLeft
        perform varying WelfareStopScan from 1 by 1
            until WelfareStopScan is greater than WelfareStopCount
            if not WelfareStopIsVisited(WelfareStopScan)
                add 1 to WelfareStopsLeft
            end-if
        end-perform
        display spaces
        display "Welfare round " WelfareStopRound of TableWelfareStop(1)(1:8) " "
            WelfareStopRound of TableWelfareStop(1)(9:4) " - "
            WelfareStopCount " stops, " WelfareStopsLeft " still to visit"
        display "Sheet line visited (0 to finish):"
        move zero to WelfareLineEntry
        accept WelfareLineEntry at line 24 column 35
        if WelfareLineEntry is greater than zero
            if WelfareLineEntry is greater than WelfareStopCount
                display "No line " WelfareLineEntry " on this round"
            else
                perform KeyWelfareVisit
            end-if
        end-if
    end-perform
    if WelfareVisitsLogged is greater than zero
        display WelfareVisitsLogged " visits logged in "
            function trim(WelfareVisitsFileName)
    end-if
.

LoadWelfareRound section.
    move zero to WelfareStopCount
    open input WelfareRoundFile
        read WelfareRoundFile
            at end set EndOfWelfareRoundFile to true
        end-read
        perform until EndOfWelfareRoundFile or WelfareStopCount equal to 1000
            add 1 to WelfareStopCount
            move WelfareStopRecord to TableWelfareStop(WelfareStopCount)
            set WelfareStopIsVisited(WelfareStopCount) to false
            read WelfareRoundFile
                at end set EndOfWelfareRoundFile to true
            end-read
        end-perform
    close WelfareRoundFile
    if WelfareStopCount equal to zero
        exit section
    end-if

*> visits keyed earlier in this round already count as done
    open input WelfareVisitsFile
        read WelfareVisitsFile
            at end set EndOfWelfareVisitsFile to true
        end-read
        perform until EndOfWelfareVisitsFile
            if WelfareVisitRound of WelfareVisitRecord
                    equal to WelfareStopRound of TableWelfareStop(1)
                perform varying WelfareStopScan from 1 by 1
                    until WelfareStopScan is greater than WelfareStopCount
                    if WelfareStopAuthCode of TableWelfareStop(WelfareStopScan)
                            equal to WelfareVisitAuthCode of WelfareVisitRecord
                        set WelfareStopIsVisited(WelfareStopScan) to true
                    end-if
                end-perform
            end-if
            read WelfareVisitsFile
                at end set EndOfWelfareVisitsFile to true
            end-read
        end-perform
    close WelfareVisitsFile
.

KeyWelfareVisit section.
    move WelfareLineEntry to WelfareStopScan
    display WelfareStopLine of TableWelfareStop(WelfareStopScan) " "
        function trim(WelfareStopName of TableWelfareStop(WelfareStopScan)) " at "
        function trim(WelfareStopPlace of TableWelfareStop(WelfareStopScan)) " - "
        function trim(WelfareStopReasons of TableWelfareStop(WelfareStopScan))
    if WelfareStopIsVisited(WelfareStopScan)
        display "(already visited on this round - this adds a further visit)"
    end-if
    display "(O) seen and all well, (H) needs help, (N) no answer, blank to skip:"
    initialize WelfareVisitWork
    accept WelfareVisitOutcome of WelfareVisitWork at line 24 column 70
    move function upper-case(WelfareVisitOutcome of WelfareVisitWork)
        to WelfareVisitOutcome of WelfareVisitWork
    if not WelfareVisitOutcomeIsValid of WelfareVisitWork
        exit section
    end-if
    display "Time of the visit HHMM (blank for now):"
    accept WelfareVisitTime of WelfareVisitWork at line 24 column 41
    if WelfareVisitTime of WelfareVisitWork is not numeric
        accept WelfareTimeNow from time
        move WelfareTimeNow(1:4) to WelfareVisitTime of WelfareVisitWork
    end-if
    display "Note (blank for none):"
    accept WelfareVisitNote of WelfareVisitWork at line 24 column 24
    accept WelfareVisitDate of WelfareVisitWork from date yyyymmdd
    move WelfareStopAuthCode of TableWelfareStop(WelfareStopScan)
        to WelfareVisitAuthCode of WelfareVisitWork
    move WelfareStopRound of TableWelfareStop(WelfareStopScan)
        to WelfareVisitRound of WelfareVisitWork
    move WelfareStopPlace of TableWelfareStop(WelfareStopScan)
        to WelfareVisitPlace of WelfareVisitWork
    move SignedOnOperatorId to WelfareVisitBy of WelfareVisitWork
    open extend WelfareVisitsFile
    write WelfareVisitRecord from WelfareVisitWork
    close WelfareVisitsFile
    set WelfareStopIsVisited(WelfareStopScan) to true
    add 1 to WelfareVisitsLogged

*> someone who needs help goes on the admin queue as well, so it is
*> still in front of somebody after the walker has gone off shift
    if WelfareVisitNeedsHelp of WelfareVisitWork
        initialize TaskRaiseDetails
        move WelfareStopAuthCode of TableWelfareStop(WelfareStopScan)
            to TaskRaiseAuthCode
        move spaces to TaskRaiseDescription
        string "Welfare visit - needs help: "
            function trim(WelfareVisitNote of WelfareVisitWork)
            delimited by size into TaskRaiseDescription
        accept TaskRaiseDueDate from date yyyymmdd
        move "A" to TaskRaiseRole
        move "WELFARE" to TaskRaiseSource
        move SignedOnOperatorId to TaskRaiseBy
        call "RaiseTask" using TaskRaise
        display "NEEDS HELP - get first aid or the welfare lead there now"
        if TaskWasRaised
            display "Task " TaskRaiseNumber " raised for admin"
        end-if
    end-if
.

ArchiveEnquiryScreen section.
*> read-only window into the year-end archives - there is deliberately
*> no route from here to changing anything
            display ArchivesListed ": "
                function trim(CatalogArchiveName)
                " closed " CatalogArchiveDate
                " (" CatalogRecordCount " records, layout " CatalogArchiveLayout ")"
            read ArchiveCatalogFile
                at end set EndOfArchiveCatalog to true
            end-read
        end-perform
    close ArchiveCatalogFile

*> an archive from before the last change to the attendee record would
*> show its fields in the wrong places
    move ArchiveSearchFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        exit section
    end-if

    display "Browsing " function trim(ArchiveSearchFileName)
        " - ARCHIVE DATA, read only"
    perform forever
.

DisplayArchiveRecord section.
    perform MaskArchiveDBSDate
    display spaces
    display "=== ARCHIVE DATA - " function trim(ArchiveSearchFileName)
        " - READ ONLY ==="
    display "Ticket " TicketType of ArchiveViewWork
        "  status " AttendanceStatus of ArchiveViewWork
        "  role " AttendeeRole of ArchiveViewWork
        "  DBS " ArchiveDBSShown
    display "Due " AmountToPay of ArchiveViewWork
        "  paid " AmountPaid of ArchiveViewWork
        "  donation " DonationAmount of ArchiveViewWork
.

PrintArchiveExtract section.
    perform MaskArchiveDBSDate
    move spaces to ArchiveExtractFileName
    string "archive-extract-" delimited by size
        AuthCode of ArchiveViewWork delimited by size
    string "Due " AmountToPay of ArchiveViewWork
        "  paid " AmountPaid of ArchiveViewWork
        "  status " AttendanceStatus of ArchiveViewWork
        "  DBS " ArchiveDBSShown
        delimited by size into ArchiveExtractLine
    write ArchiveExtractLine
    perform varying EnquiryInstalmentShown from 1 by 1
    set AttendeeComing of IncomingWork to true
    set WaiverNotSigned of IncomingWork to true
    move zeroes to WaiverDate of IncomingWork
*> a different person - the year-end close links them to their own
*> person master entry, not the outgoing camper's
    move zeroes to PersonId of IncomingWork
    accept SignUpDate of IncomingWork from date yyyymmdd

    display "Moving " AmountPaid of OutgoingWork " paid and "
DayVisitorSale section.
*> fast same-day ticket at the gate: a minimal record marked D,
*> paid on the spot, counted for today only
    perform RefuseMoneyIfTodayIsClosed
    if DayIsClosed
        exit section
    end-if
    initialize CurrentAttendee
    move createAuthCode() to AuthCode of CurrentAttendee
    perform EnsureAuthCodeIsUnique
    set AddAttendeeFlagOn to true
    set RecordFound to true
    move space to WaitingListResponse
    set SignUpGoesToBallot to false
    perform SaveAttendee
    if SaveCompleted
*> takings only once the record is on file - same rule as the
.

MerchSaleScreen section.
    perform RefuseMoneyIfTodayIsClosed
    if DayIsClosed
        exit section
    end-if
    move "Y" to MerchSaleResponse
    perform until not AnotherMerchSale
        display spaces
    move BursaryRequested of BursaryWork to BursaryAwardEntry
    accept BursaryAwardEntry at line 24 column 37

    if BursaryAwardEntry is greater than ApprovalThreshold
        initialize ApprovalWork
        set ApprovalIsBursary of ApprovalWork to true
        move BursaryAuthCode of BursaryWork to ApprovalAuthCode of ApprovalWork
        move BursarySelection to ApprovalReference of ApprovalWork
        move BursaryAwardEntry to ApprovalAmount of ApprovalWork
        perform QueueForApproval
        exit section
    end-if
    perform ApplyBursaryAward
.

ApplyBursaryAward section.
*> BursaryWork, BursarySelection and BursaryAwardEntry are set up by
*> the caller - either the treasurer directly or an approved request
    set ApprovalWasApplied to false
    compute BursaryFundRemaining = BursaryFundDonations
        - BursaryFundAwarded - BursaryAwardEntry
    if BursaryFundRemaining is less than zero
        set AttendeePaid of BursaryApplicantWork to true
    end-if
    call "UpdateAttendee" using BursaryApplicantWork, NoSimulateFlag
*> like a write-off, the fee is taken in full and the bursary shown as
*> what it cost the donation pot
    initialize LedgerPostingDetails
    move AccountBursaries to LedgerDebitAccount
    move AccountCampIncome to LedgerCreditAccount
    move BursaryAwardEntry to LedgerPostingAmount
    move BursaryAuthCode of BursaryWork to LedgerPostingReference
    move "BURSARY" to LedgerPostingSource
    move "Bursary off the fee" to LedgerPostingNarrative
    call "PostLedger" using LedgerPosting

    move BursaryAwardEntry to BursaryAwarded of BursaryWork
    set BursaryIsAwarded of BursaryWork to true
    add BursaryAwardEntry to BursaryFundAwarded
    perform SaveBursariesTable
    perform WriteBursaryHistoryLine
    set ApprovalWasApplied to true
    display "Awarded " BursaryAwardEntry
        " - their amount to pay is reduced, not marked as a payment"
    perform OfferBursaryCashOut
.

OfferBursaryCashOut section.
*> an award to someone who has already paid leaves them in credit - the
*> difference can go back to them with the next bank payment run, and
*> comes off what they have paid once the bank shows it has left
    if AmountPaid of BursaryApplicantWork is not greater than
            AmountToPay of BursaryApplicantWork
        exit section
    end-if
    compute BursaryCashOut = AmountPaid of BursaryApplicantWork
        - AmountToPay of BursaryApplicantWork
    display "They have now paid " BursaryCashOut
        " more than they owe - pay it back by bank transfer? (Y/N)"
    move space to BursaryCashOutResponse
    accept BursaryCashOutResponse at line 24 column 70
    if not CashOutByBank
        exit section
    end-if
    move BursaryAuthCode of BursaryWork to PayeeBankAuthCode
    perform EnsurePayeeBankDetails
    initialize BankPaymentWork
    set BankPaymentIsBursary of BankPaymentWork to true
    move BursaryAuthCode of BursaryWork to BankPaymentAuthCode of BankPaymentWork
    move BursaryCashOut to BankPaymentAmount of BankPaymentWork
    perform QueueBankPayment
.

PayeeBankDetailsScreen section.
    display spaces
    if not OperatorCanAdjustMoney
        display "Only the treasurer can see or change bank details"
        exit section
    end-if
    display "AuthCode of the person to be paid:"
    move spaces to PayeeBankAuthCode
    accept PayeeBankAuthCode at line 24 column 36
    move function upper-case(PayeeBankAuthCode) to PayeeBankAuthCode
    if PayeeBankAuthCode equal to spaces
        exit section
    end-if
    call "GetAttendeeByAuthCode" using PayeeBankAuthCode, ClaimantWork
    if AuthCode of ClaimantWork not equal to PayeeBankAuthCode
        display "No attendee for that code"
        exit section
    end-if

    move zero to BankPaymentsWaiting
    open input BankPaymentsFile
        read BankPaymentsFile
            at end set EndOfBankPaymentsFile to true
        end-read
        perform until EndOfBankPaymentsFile
            if BankPaymentAuthCode of BankPaymentRecord equal to PayeeBankAuthCode
                    and (BankPaymentIsQueued of BankPaymentRecord
                        or BankPaymentIsSent of BankPaymentRecord)
                add 1 to BankPaymentsWaiting
                display "  Payment " BankPaymentNumber of BankPaymentRecord " "
                    BankPaymentKind of BankPaymentRecord " "
                    BankPaymentAmount of BankPaymentRecord " status "
                    BankPaymentStatus of BankPaymentRecord
            end-if
            read BankPaymentsFile
                at end set EndOfBankPaymentsFile to true
            end-read
        end-perform
    close BankPaymentsFile
    if BankPaymentsWaiting equal to zero
        display "  No bank payments waiting for "
            function trim(AttendeeName of ClaimantWork)
    end-if
    perform EnsurePayeeBankDetails
.

EnsurePayeeBankDetails section.
*> PayeeBankAuthCode is set by the caller. Details already on file are
*> offered back masked; anything else means taking them afresh
    set PayeeDetailsReady to false
    perform FindPayeeBankDetails
    if PayeeDetailsOnFile
        display "Bank details on file: "
            function trim(PayeeAccountName of PayeeBankWork)
            " account ending " PayeeAccountLastFour of PayeeBankWork
            " - still right? (Y/N)"
        move space to PayeeConfirmResponse
        accept PayeeConfirmResponse at line 24 column 75
        if PayeeDetailsConfirmed
            set PayeeDetailsReady to true
            exit section
        end-if
    end-if
    perform CapturePayeeBankDetails
.

FindPayeeBankDetails section.
    set PayeeDetailsOnFile to false
    initialize PayeeBankWork
    open input PayeeBankFile
        read PayeeBankFile
            at end set EndOfPayeeBankFile to true
        end-read
        perform until EndOfPayeeBankFile
            if PayeeAuthCode of PayeeBankRecord equal to PayeeBankAuthCode
                move PayeeBankRecord to PayeeBankWork
                set PayeeDetailsOnFile to true
            end-if
            read PayeeBankFile
                at end set EndOfPayeeBankFile to true
            end-read
        end-perform
    close PayeeBankFile
.

CapturePayeeBankDetails section.
    if not OperatorCanAdjustMoney
        display "The treasurer needs to take their bank details before the"
            " payment run can pay them"
        exit section
    end-if
    display "Name on the account, as the bank has it:"
    move spaces to PayeeNameEntry
    accept PayeeNameEntry at line 24 column 42
    if PayeeNameEntry equal to spaces
        display "No bank details taken"
        exit section
    end-if
    display "Sort code (12-34-56):"
    move spaces to PayeeSortCodeEntry
    accept PayeeSortCodeEntry at line 24 column 23
    if PayeeSortCodeEntry(3:1) equal to "-"
        string PayeeSortCodeEntry(1:2) PayeeSortCodeEntry(4:2)
            PayeeSortCodeEntry(7:2)
            delimited by size into PayeeSortCodeDigits
    else
        move PayeeSortCodeEntry(1:6) to PayeeSortCodeDigits
    end-if
    display "Account number (8 digits, not shown as it is typed):"
    move spaces to PayeeAccountEntry
    accept PayeeAccountEntry at line 24 column 54 with secure
    display "Account number again:"
    move spaces to PayeeAccountCheck
    accept PayeeAccountCheck at line 24 column 23 with secure
    if PayeeSortCodeDigits is not numeric
        display "Sort code must be six digits - bank details not saved"
        exit section
    end-if
    if PayeeAccountEntry is not numeric
            or PayeeAccountCheck not equal to PayeeAccountEntry
        display "Account numbers were not eight matching digits"
            " - bank details not saved"
        exit section
    end-if

    initialize PayeeBankWork
    move PayeeBankAuthCode to PayeeAuthCode of PayeeBankWork
    move function upper-case(PayeeNameEntry) to PayeeAccountName of PayeeBankWork
    move PayeeSortCodeDigits to PayeeSortCode of PayeeBankWork
    move PayeeAccountEntry to PayeeAccountNumber of PayeeBankWork
    accept PayeeCapturedDate of PayeeBankWork from date yyyymmdd
    move SignedOnOperatorId to PayeeCapturedBy of PayeeBankWork
    move spaces to PayeeAccountEntry
    move spaces to PayeeAccountCheck
    perform SavePayeeBankDetails
    set PayeeDetailsReady to true

    accept EditHistoryTimestamp from date yyyymmdd
    accept EditHistoryTime from time
    move spaces to EditHistoryLine
    string PayeeBankAuthCode " " EditHistoryTimestamp
        " " EditHistoryTime(1:6) " " SignedOnOperatorId
        " BANK: details taken for refunds and claims, account ending "
        PayeeAccountLastFour of PayeeBankWork
        delimited by size into EditHistoryLine
    call "AppendHistoryLine" using EditHistoryLine
    display "Bank details saved - account ending "
        PayeeAccountLastFour of PayeeBankWork
.

SavePayeeBankDetails section.
*> one line per person - a new set of details replaces the old one
    open input PayeeBankFile
    open output PayeeBankHoldFile
        read PayeeBankFile
            at end set EndOfPayeeBankFile to true
        end-read
        perform until EndOfPayeeBankFile
            if PayeeAuthCode of PayeeBankRecord not equal to PayeeBankAuthCode
                move PayeeBankRecord to PayeeBankHoldRecord
                write PayeeBankHoldRecord
            end-if
            read PayeeBankFile
                at end set EndOfPayeeBankFile to true
            end-read
        end-perform
        move PayeeBankWork to PayeeBankHoldRecord
        write PayeeBankHoldRecord
    close PayeeBankHoldFile
    close PayeeBankFile
    call "C$COPY" using PayeeBankHoldFileName, PayeeBankFileName, 0
    move spaces to PayeeRemoveCommand
    string "rm -f " function trim(PayeeBankHoldFileName)
        delimited by size into PayeeRemoveCommand
    call "SYSTEM" using PayeeRemoveCommand
.

QueueBankPayment section.
*> BankPaymentWork comes in with the kind, AuthCode, amount and (for a
*> claim) the claim number; it goes on file waiting for the payment run
    move zero to NextBankPaymentNumber
    open input BankPaymentsFile
        read BankPaymentsFile
            at end set EndOfBankPaymentsFile to true
        end-read
        perform until EndOfBankPaymentsFile
            if BankPaymentNumber of BankPaymentRecord is greater than
                    NextBankPaymentNumber
                move BankPaymentNumber of BankPaymentRecord
                    to NextBankPaymentNumber
            end-if
            read BankPaymentsFile
                at end set EndOfBankPaymentsFile to true
            end-read
        end-perform
    close BankPaymentsFile
    add 1 to NextBankPaymentNumber

    move NextBankPaymentNumber to BankPaymentNumber of BankPaymentWork
    accept BankPaymentQueuedDate of BankPaymentWork from date yyyymmdd
    move SignedOnOperatorId to BankPaymentQueuedBy of BankPaymentWork
    set BankPaymentIsQueued of BankPaymentWork to true
    move spaces to BankPaymentReference of BankPaymentWork
    string "BAMS" BankPaymentNumber of BankPaymentWork " "
        BankPaymentAuthCode of BankPaymentWork
        delimited by size into BankPaymentReference of BankPaymentWork
    open extend BankPaymentsFile
        move BankPaymentWork to BankPaymentRecord
        write BankPaymentRecord
    close BankPaymentsFile

    display "Bank payment " BankPaymentNumber of BankPaymentWork
        " of " BankPaymentAmount of BankPaymentWork
        " queued for the next payment run"
    move BankPaymentAuthCode of BankPaymentWork to PayeeBankAuthCode
    perform FindPayeeBankDetails
    if not PayeeDetailsOnFile
        display "No bank details on file for them yet - the run cannot pay"
            " it until the treasurer takes them (Tools 32)"
    end-if
.

DeclineBursary section.
        exit section
    end-if

    if ClaimAmount of ClaimWork is greater than ApprovalThreshold
        initialize ApprovalWork
        set ApprovalIsClaim of ApprovalWork to true
        move ClaimAuthCode of ClaimWork to ApprovalAuthCode of ApprovalWork
        move ClaimNumber of ClaimWork to ApprovalReference of ApprovalWork
        move ClaimAmount of ClaimWork to ApprovalAmount of ApprovalWork
        perform QueueForApproval
        exit section
    end-if
    perform ApplyClaimApproval
.

ApplyClaimApproval section.
*> ClaimWork and ClaimSelection are set up by the caller
    set ClaimIsApproved of ClaimWork to true
    move ClaimWork to ClaimEntryRecord(ClaimSelection)
    perform SaveClaimsTable
    move ClaimAmount of ClaimWork to ExpenseAmount of ExpenseRecord
    write ExpenseRecord
    close ExpensesFile
    initialize LedgerPostingDetails
    move ClaimDate of ClaimWork to LedgerPostingDate
    move AccountRunningCosts to LedgerDebitAccount
    move AccountClaimsDue to LedgerCreditAccount
    move ClaimAmount of ClaimWork to LedgerPostingAmount
    move ClaimAuthCode of ClaimWork to LedgerPostingReference
    move "CLAIM" to LedgerPostingSource
    move ExpenseDescription of ExpenseRecord to LedgerPostingNarrative
    call "PostLedger" using LedgerPosting
    display "Approved and posted " ClaimAmount of ClaimWork
        " to the expense ledger"
.
        display "Approve the claim before paying it out"
        exit section
    end-if
    if ClaimReimburseMethod of ClaimWork equal to "BANK"
        display "Already waiting for the bank payment run"
        exit section
    end-if

    display "Paid how (CASH/BANK):"
    accept ClaimReimburseMethod of ClaimWork at line 24 column 23
    move function upper-case(ClaimReimburseMethod of ClaimWork)
        to ClaimReimburseMethod of ClaimWork
*> a bank transfer goes out with the next payment run - the claim stays
*> approved, and owed, until the bank statement shows it has left
    if ClaimReimburseMethod of ClaimWork equal to "BANK"
        move ClaimAuthCode of ClaimWork to PayeeBankAuthCode
        perform EnsurePayeeBankDetails
        move ClaimWork to ClaimEntryRecord(ClaimSelection)
        perform SaveClaimsTable
        initialize BankPaymentWork
        set BankPaymentIsClaim of BankPaymentWork to true
        move ClaimAuthCode of ClaimWork to BankPaymentAuthCode of BankPaymentWork
        move ClaimNumber of ClaimWork to BankPaymentSourceRef of BankPaymentWork
        move ClaimAmount of ClaimWork to BankPaymentAmount of BankPaymentWork
        perform QueueBankPayment
        exit section
    end-if
    set ClaimIsReimbursed of ClaimWork to true
    move ClaimWork to ClaimEntryRecord(ClaimSelection)
    perform SaveClaimsTable
    initialize LedgerPostingDetails
    move AccountClaimsDue to LedgerDebitAccount
    if function upper-case(ClaimReimburseMethod of ClaimWork) equal to "BANK"
        move "B" to LedgerPostingMethod
    else
        move "C" to LedgerPostingMethod
    end-if
    move ClaimAmount of ClaimWork to LedgerPostingAmount
    move ClaimAuthCode of ClaimWork to LedgerPostingReference
    move "CLAIM" to LedgerPostingSource
    move "Expense claim repaid" to LedgerPostingNarrative
    call "PostLedger" using LedgerPosting
    display "Reimbursed " ClaimAmount of ClaimWork
        " to " ClaimAuthCode of ClaimWork
        " by " function trim(ClaimReimburseMethod of ClaimWork)
    move spaces to ExceptionDateEntry
    accept ExceptionDateEntry at line 24 column 34

    call "SetPostingOperator" using SignedOnOperatorId
    call "RecordInstalmentPayment" using ExceptionMatchCode,
        ExceptionAmountEntry, ExceptionDateEntry, "B", ExceptionPostResult
    if ExceptionPostResult not equal to zero
.

HireOutEquipment section.
    perform RefuseMoneyIfTodayIsClosed
    if DayIsClosed
        exit section
    end-if
    display "Equipment id:"
    move spaces to HireEquipmentEntry
    accept HireEquipmentEntry at line 24 column 15
.

ReturnEquipment section.
*> the deposit goes back out of the tin, so a closed day takes no
*> returns either - the item waits in the store until tomorrow
    perform RefuseMoneyIfTodayIsClosed
    if DayIsClosed
        exit section
    end-if
    display "Equipment id coming back:"
    move spaces to HireEquipmentEntry
    accept HireEquipmentEntry at line 24 column 27
    move upper-case(HireEquipmentEntry) to HireEquipmentEntry
.

RecordShopSale section.
    perform RefuseMoneyIfTodayIsClosed
    if DayIsClosed
        exit section
    end-if
    initialize ShopTabWork
    move ShopSaleCode to TabAuthCode of ShopTabWork
    accept TabDate of ShopTabWork from date yyyymmdd
    write ShopTabRecord
    close ShopTabFile

    initialize LedgerPostingDetails
    move TabDate of ShopTabWork to LedgerPostingDate
    move AccountShopTabs to LedgerDebitAccount
    move AccountShopSales to LedgerCreditAccount
    move TabAmount of ShopTabWork to LedgerPostingAmount
    move ShopSaleCode to LedgerPostingReference
    move "SHOP" to LedgerPostingSource
    move "Shop sale on the tab" to LedgerPostingNarrative
    call "PostLedger" using LedgerPosting

    move ShopSaleCode to TakingsReference
    perform ComputeShopTabBalance
    move ShopTabBalance to ShopTabBalanceDisplay
        display "Tab left open - they should not leave site like this"
        exit section
    end-if
    perform RefuseMoneyIfTodayIsClosed
    if DayIsClosed
        exit section
    end-if

    display "How paid - (C)ash, card (R)eader:"
    move "C" to ShopSettleMethod
                " " ShiftAssignedCount " of " PeopleNeeded of ShiftWork
                " covered - " ShiftAssignees of ShiftWork
        end-perform
        display "(A)dd, (M)ark who came, (C)all-out replies, number to assign, 0 to leave:"
        move spaces to ShiftChoiceEntry
        accept ShiftChoiceEntry at line 24 column 75
        evaluate true
            when ShiftChoiceEntry equal to "A" or ShiftChoiceEntry equal to "a"
                perform AddShiftEntry
            when ShiftChoiceEntry equal to "M" or ShiftChoiceEntry equal to "m"
                perform MarkShiftAttendance
            when ShiftChoiceEntry equal to "C" or ShiftChoiceEntry equal to "c"
                perform ShiftCallOutRepliesScreen
            when ShiftChoiceEntry equal to "0" or ShiftChoiceEntry equal to spaces
                move "0" to ShiftChoiceEntry
            when other
            " is not a volunteer or leader - nobody assigned"
        exit section
    end-if
    perform PlaceVolunteerOnShift
.

PlaceVolunteerOnShift section.
*> the shift in ShiftWork at ShiftSelection, the person in VolunteerWork
*> and AssigneeAuthCodeEntry - whether picked from the list or answering
*> a call-out, they go through the same checks before the rota changes
    set VolunteerWasPlaced to false
    perform CheckAssigneeQualification
    if StationNeedsQual and not AssigneeIsCurrent
        display "WARNING: " function trim(ShiftStation of ShiftWork)
    move AssigneeAuthCodeEntry to ShiftAssignee of ShiftWork(ShiftAssigneeSlot)
    move ShiftWork to ShiftEntryRecord(ShiftSelection)
    perform SaveShiftsTable
    set VolunteerWasPlaced to true
    display "Assigned " function trim(AttendeeName of VolunteerWork)
        " to " ShiftStation of ShiftWork " on " ShiftDay of ShiftWork
.

ShiftCallOutRepliesScreen section.
*> ShiftCallOut asks campers to reply with their code and a shift
*> number; each reply is keyed here and then accepted or declined
    move "X" to ShiftReplyChoice
    perform until ShiftReplyChoice equal to "0"
        perform ShowPendingShiftReplies
        display "(K)ey a reply, number to accept or decline, 0 to leave:"
        move spaces to ShiftReplyChoice
        accept ShiftReplyChoice at line 24 column 57
        evaluate true
            when ShiftReplyChoice equal to "K" or ShiftReplyChoice equal to "k"
                perform KeyShiftCallOutReply
            when ShiftReplyChoice equal to "0" or ShiftReplyChoice equal to spaces
                move "0" to ShiftReplyChoice
            when test-numval(ShiftReplyChoice) equal to zero
                move numval(ShiftReplyChoice) to ShiftApplicationWanted
                perform DecideShiftCallOutReply
            when other
                move "X" to ShiftReplyChoice
        end-evaluate
    end-perform
.

ShowPendingShiftReplies section.
    perform LoadShiftApplicationsTable
    move zero to ShiftApplicationsPending
    display spaces
    display "Call-out replies waiting for a decision:"
    perform varying ShiftApplicationScan from 1 by 1
        until ShiftApplicationScan is greater than ShiftApplicationsCount
        move ShiftApplicationEntry(ShiftApplicationScan) to ShiftApplicationWork
        if ShiftApplicationIsPending of ShiftApplicationWork
            add 1 to ShiftApplicationsPending
            call "GetAttendeeByAuthCode" using
                ShiftApplicationAuthCode of ShiftApplicationWork, VolunteerWork
            if AuthCode of VolunteerWork
                    not equal to ShiftApplicationAuthCode of ShiftApplicationWork
                move "(no longer on file)" to AttendeeName of VolunteerWork
            end-if
            display "  " ShiftApplicationNumber of ShiftApplicationWork " "
                ShiftApplicationAuthCode of ShiftApplicationWork " "
                AttendeeName of VolunteerWork " "
                ShiftApplicationDay of ShiftApplicationWork " "
                ShiftApplicationSlot of ShiftApplicationWork " "
                ShiftApplicationStation of ShiftApplicationWork " "
                ShiftApplicationVia of ShiftApplicationWork " "
                ShiftApplicationReceived of ShiftApplicationWork
        end-if
    end-perform
    if ShiftApplicationsPending equal to zero
        display "  none waiting"
    end-if
.

KeyShiftCallOutReply section.
    if ShiftApplicationsCount is greater than or equal to 500
        display "The replies file is full - clear out decided replies before adding more"
        exit section
    end-if
    initialize ShiftApplicationWork
    display "AuthCode given in the reply:"
    move spaces to AssigneeAuthCodeEntry
    accept AssigneeAuthCodeEntry at line 24 column 30
    if AssigneeAuthCodeEntry equal to spaces
        exit section
    end-if
    move upper-case(AssigneeAuthCodeEntry) to AssigneeAuthCodeEntry
    call "GetAttendeeByAuthCode" using AssigneeAuthCodeEntry, VolunteerWork
    if AuthCode of VolunteerWork not equal to AssigneeAuthCodeEntry
        display "No attendee " AssigneeAuthCodeEntry " - reply not recorded"
        exit section
    end-if
    display "  " function trim(AttendeeName of VolunteerWork)

    display "Shift number they are offering to do:"
    move spaces to ShiftReplyShiftEntry
    accept ShiftReplyShiftEntry at line 24 column 39
    if ShiftReplyShiftEntry equal to spaces
            or test-numval(ShiftReplyShiftEntry) not equal to zero
        display "No shift number - reply not recorded"
        exit section
    end-if
    move numval(ShiftReplyShiftEntry) to ShiftSelection
    if ShiftSelection equal to zero or ShiftSelection is greater than ShiftsCount
        display "There is no shift " ShiftSelection " on the rota - reply not recorded"
        exit section
    end-if
    move ShiftEntryRecord(ShiftSelection) to ShiftWork
    display "  " ShiftDay of ShiftWork " " function trim(ShiftSlot of ShiftWork)
        " " function trim(ShiftStation of ShiftWork)
    move zero to ShiftAssignedCount
    perform varying ShiftAssigneeSlot from 1 by 1
        until ShiftAssigneeSlot is greater than 4
        if ShiftAssignee of ShiftWork(ShiftAssigneeSlot) not equal to spaces
            add 1 to ShiftAssignedCount
        end-if
    end-perform
    if ShiftAssignedCount is greater than or equal to PeopleNeeded of ShiftWork
        display "  that shift has filled since the call-out - keyed so it can be declined"
    end-if

    display "How did the reply come - SMS, EMAIL, PHONE:"
    accept ShiftApplicationVia of ShiftApplicationWork at line 24 column 45
    move upper-case(ShiftApplicationVia of ShiftApplicationWork)
        to ShiftApplicationVia of ShiftApplicationWork

    move zero to ShiftApplicationNextNumber
    perform varying ShiftApplicationScan from 1 by 1
        until ShiftApplicationScan is greater than ShiftApplicationsCount
        move ShiftApplicationEntry(ShiftApplicationScan) to ShiftApplicationRecord
        if ShiftApplicationNumber of ShiftApplicationRecord
                is greater than ShiftApplicationNextNumber
            move ShiftApplicationNumber of ShiftApplicationRecord
                to ShiftApplicationNextNumber
        end-if
    end-perform
    add 1 to ShiftApplicationNextNumber
    move ShiftApplicationNextNumber to ShiftApplicationNumber of ShiftApplicationWork
    move AssigneeAuthCodeEntry to ShiftApplicationAuthCode of ShiftApplicationWork
    move ShiftDay of ShiftWork to ShiftApplicationDay of ShiftApplicationWork
    move ShiftSlot of ShiftWork to ShiftApplicationSlot of ShiftApplicationWork
    move ShiftStation of ShiftWork to ShiftApplicationStation of ShiftApplicationWork
    accept ShiftApplicationReceived of ShiftApplicationWork from date yyyymmdd
    move SignedOnOperatorId to ShiftApplicationKeyedBy of ShiftApplicationWork
    set ShiftApplicationIsPending of ShiftApplicationWork to true

    add 1 to ShiftApplicationsCount
    move ShiftApplicationWork to ShiftApplicationEntry(ShiftApplicationsCount)
    perform SaveShiftApplicationsTable
    display "Reply recorded as " ShiftApplicationNumber of ShiftApplicationWork
.

DecideShiftCallOutReply section.
    perform varying ShiftApplicationScan from 1 by 1
        until ShiftApplicationScan is greater than ShiftApplicationsCount
        move ShiftApplicationEntry(ShiftApplicationScan) to ShiftApplicationWork
        if ShiftApplicationNumber of ShiftApplicationWork equal to ShiftApplicationWanted
            exit perform
        end-if
    end-perform
    if ShiftApplicationScan is greater than ShiftApplicationsCount
        display "No reply " ShiftApplicationWanted " on file"
        exit section
    end-if
    if not ShiftApplicationIsPending of ShiftApplicationWork
        display "Reply " ShiftApplicationWanted " was decided on "
            ShiftApplicationDecidedDate of ShiftApplicationWork " by "
            function trim(ShiftApplicationDecidedBy of ShiftApplicationWork)
        exit section
    end-if

*> the shift is found again by day, slot and station - the rota may
*> have had shifts added since the reply came in
    move zero to ShiftSelection
    perform varying ShiftEntryNumber from 1 by 1
        until ShiftEntryNumber is greater than ShiftsCount
        move ShiftEntryRecord(ShiftEntryNumber) to ShiftScanWork
        if ShiftDay of ShiftScanWork equal to ShiftApplicationDay of ShiftApplicationWork
                and ShiftSlot of ShiftScanWork
                    equal to ShiftApplicationSlot of ShiftApplicationWork
                and ShiftStation of ShiftScanWork
                    equal to ShiftApplicationStation of ShiftApplicationWork
            move ShiftEntryNumber to ShiftSelection
        end-if
    end-perform

    call "GetAttendeeByAuthCode" using
        ShiftApplicationAuthCode of ShiftApplicationWork, VolunteerWork
    display spaces
    display function trim(AttendeeName of VolunteerWork) " ("
        ShiftApplicationAuthCode of ShiftApplicationWork ") offers "
        ShiftApplicationDay of ShiftApplicationWork " "
        function trim(ShiftApplicationSlot of ShiftApplicationWork) " "
        function trim(ShiftApplicationStation of ShiftApplicationWork)
    if ShiftSelection equal to zero
        display "That shift is no longer on the rota - it can only be declined"
    end-if
    display "(A)ccept onto the rota, (D)ecline, blank to leave it waiting:"
    move space to ShiftReplyDecision
    accept ShiftReplyDecision at line 24 column 63
    evaluate true
        when ShiftReplyAccepted
            if ShiftSelection equal to zero
                exit section
            end-if
            move ShiftEntryRecord(ShiftSelection) to ShiftWork
            move ShiftApplicationAuthCode of ShiftApplicationWork to AssigneeAuthCodeEntry
            if AuthCode of VolunteerWork not equal to AssigneeAuthCodeEntry
                display "No attendee " AssigneeAuthCodeEntry " on file any more - decline it"
                exit section
            end-if
            perform PlaceVolunteerOnShift
            if not VolunteerWasPlaced
                display "Reply " ShiftApplicationWanted " left waiting"
                exit section
            end-if
            set ShiftApplicationIsAccepted of ShiftApplicationWork to true
            move "on the rota" to ShiftApplicationNote of ShiftApplicationWork
        when ShiftReplyDeclined
            display "Reason for declining, as told to them:"
            accept ShiftApplicationNote of ShiftApplicationWork
                at line 24 column 40
            set ShiftApplicationIsDeclined of ShiftApplicationWork to true
        when other
            exit section
    end-evaluate
    accept ShiftApplicationDecidedDate of ShiftApplicationWork from date yyyymmdd
    move SignedOnOperatorId to ShiftApplicationDecidedBy of ShiftApplicationWork
    move ShiftApplicationWork to ShiftApplicationEntry(ShiftApplicationScan)
    perform SaveShiftApplicationsTable
    if ShiftApplicationIsDeclined of ShiftApplicationWork
        display "Reply " ShiftApplicationWanted " declined"
    end-if
.

LoadShiftApplicationsTable section.
    move zero to ShiftApplicationsCount
    open input ShiftApplicationsFile
        read ShiftApplicationsFile
            at end set EndOfShiftApplications to true
        end-read
        perform until EndOfShiftApplications or ShiftApplicationsCount equal to 500
            add 1 to ShiftApplicationsCount
            move ShiftApplicationRecord to ShiftApplicationEntry(ShiftApplicationsCount)
            read ShiftApplicationsFile
                at end set EndOfShiftApplications to true
            end-read
        end-perform
    close ShiftApplicationsFile
.

SaveShiftApplicationsTable section.
    open output ShiftApplicationsFile
    perform varying ShiftApplicationScan from 1 by 1
        until ShiftApplicationScan is greater than ShiftApplicationsCount
        move ShiftApplicationEntry(ShiftApplicationScan) to ShiftApplicationRecord
        write ShiftApplicationRecord
    end-perform
    close ShiftApplicationsFile
.

MarkShiftAttendance section.
    display "Shift number to mark:"
    move spaces to ShiftChoiceEntry
    accept ShiftChoiceEntry at line 24 column 23
    move numval(ShiftChoiceEntry) to ShiftSelection
    move "M" to ShiftChoiceEntry
    if ShiftSelection equal to zero
            or ShiftSelection is greater than ShiftsCount
        exit section
    end-if
    move ShiftEntryRecord(ShiftSelection) to ShiftWork
    perform ComputeShiftLength
    perform LoadShiftAttendanceTable

    display spaces
    display ShiftDay of ShiftWork " " function trim(ShiftSlot of ShiftWork) " "
        function trim(ShiftStation of ShiftWork) " - " ShiftLengthHours " hours"
    move zero to ShiftsMarked
    perform varying ShiftAssigneeSlot from 1 by 1
        until ShiftAssigneeSlot is greater than 4
        if ShiftAssignee of ShiftWork(ShiftAssigneeSlot) not equal to spaces
            perform MarkOneAssignee
        end-if
    end-perform

    if ShiftsMarked is greater than zero
        perform SaveShiftAttendanceTable
        display ShiftsMarked " marked in " function trim(ShiftAttendanceFileName)
    end-if
.

MarkOneAssignee section.
    call "GetAttendeeByAuthCode" using ShiftAssignee of ShiftWork(ShiftAssigneeSlot),
        VolunteerWork
    display ShiftAssignee of ShiftWork(ShiftAssigneeSlot) " "
        function trim(AttendeeName of VolunteerWork)
    display "(W)orked, (P)artial, (N)o-show, blank to skip:"
    move space to ShiftOutcomeEntry
    accept ShiftOutcomeEntry at line 24 column 48
    move upper-case(ShiftOutcomeEntry) to ShiftOutcomeEntry

    initialize ShiftAttendanceWork
    move ShiftOutcomeEntry to AttendanceOutcome of ShiftAttendanceWork
    if not AttendanceOutcomeIsValid of ShiftAttendanceWork
        exit section
    end-if
    evaluate true
        when AttendanceWorked of ShiftAttendanceWork
            move ShiftLengthHours to AttendanceHours of ShiftAttendanceWork
        when AttendancePartial of ShiftAttendanceWork
            display "Hours actually worked (e.g. 1.5):"
            move spaces to ShiftHoursEntry
            accept ShiftHoursEntry at line 24 column 35
            if test-numval(ShiftHoursEntry) not equal to zero
                display "Not a number of hours - skipped"
                exit section
            end-if
            move numval(ShiftHoursEntry) to AttendanceHours of ShiftAttendanceWork
            if AttendanceHours of ShiftAttendanceWork is greater than ShiftLengthHours
                move ShiftLengthHours to AttendanceHours of ShiftAttendanceWork
            end-if
        when other
            move zero to AttendanceHours of ShiftAttendanceWork
    end-evaluate
    move ShiftAssignee of ShiftWork(ShiftAssigneeSlot)
        to AttendanceAuthCode of ShiftAttendanceWork
    move ShiftDay of ShiftWork to AttendanceShiftDay of ShiftAttendanceWork
    move ShiftSlot of ShiftWork to AttendanceShiftSlot of ShiftAttendanceWork
    move ShiftStation of ShiftWork to AttendanceStation of ShiftAttendanceWork
    accept AttendanceMarkedDate of ShiftAttendanceWork from date yyyymmdd
    move SignedOnOperatorId to AttendanceMarkedBy of ShiftAttendanceWork

*> re-marking the same person on the same shift corrects the earlier line
    perform varying ShiftAttendanceScan from 1 by 1
        until ShiftAttendanceScan is greater than ShiftAttendanceCount
        move ShiftAttendanceEntry(ShiftAttendanceScan) to ShiftAttendanceRecord
        if AttendanceAuthCode of ShiftAttendanceRecord
                equal to AttendanceAuthCode of ShiftAttendanceWork
                and AttendanceShiftDay of ShiftAttendanceRecord
                    equal to AttendanceShiftDay of ShiftAttendanceWork
                and AttendanceShiftSlot of ShiftAttendanceRecord
                    equal to AttendanceShiftSlot of ShiftAttendanceWork
                and AttendanceStation of ShiftAttendanceRecord
                    equal to AttendanceStation of ShiftAttendanceWork
            exit perform
        end-if
    end-perform
    if ShiftAttendanceScan is greater than ShiftAttendanceCount
        if ShiftAttendanceCount is greater than or equal to 1000
            display "Hours ledger is full - not recorded"
            exit section
        end-if
        add 1 to ShiftAttendanceCount
        move ShiftAttendanceCount to ShiftAttendanceScan
    end-if
    move ShiftAttendanceWork to ShiftAttendanceEntry(ShiftAttendanceScan)
    add 1 to ShiftsMarked
.

ComputeShiftLength section.
*> the slot is free text like 10-12 or 2200-0100 - anything that will
*> not parse counts as the usual two-hour slot
    move 2 to ShiftLengthHours
    move spaces to ShiftSlotStart
    move spaces to ShiftSlotEnd
    unstring ShiftSlot of ShiftWork delimited by "-"
        into ShiftSlotStart, ShiftSlotEnd
    end-unstring
    if test-numval(ShiftSlotStart) not equal to zero
            or test-numval(ShiftSlotEnd) not equal to zero
        exit section
    end-if
    move numval(ShiftSlotStart) to ShiftSlotStartHour
    move numval(ShiftSlotEnd) to ShiftSlotEndHour
    if ShiftSlotStartHour is greater than 24
        divide 100 into ShiftSlotStartHour
    end-if
    if ShiftSlotEndHour is greater than 24
        divide 100 into ShiftSlotEndHour
    end-if
    if ShiftSlotEndHour is less than or equal to ShiftSlotStartHour
        add 24 to ShiftSlotEndHour
    end-if
    compute ShiftLengthHours = ShiftSlotEndHour - ShiftSlotStartHour
.

LoadShiftAttendanceTable section.
    move zero to ShiftAttendanceCount
    open input ShiftAttendanceFile
        read ShiftAttendanceFile
            at end set EndOfShiftAttendanceFile to true
        end-read
        perform until EndOfShiftAttendanceFile or ShiftAttendanceCount equal to 1000
            add 1 to ShiftAttendanceCount
            move ShiftAttendanceRecord to ShiftAttendanceEntry(ShiftAttendanceCount)
            read ShiftAttendanceFile
                at end set EndOfShiftAttendanceFile to true
            end-read
        end-perform
    close ShiftAttendanceFile
.

SaveShiftAttendanceTable section.
    open output ShiftAttendanceFile
    perform varying ShiftAttendanceScan from 1 by 1
        until ShiftAttendanceScan is greater than ShiftAttendanceCount
        move ShiftAttendanceEntry(ShiftAttendanceScan) to ShiftAttendanceRecord
        write ShiftAttendanceRecord
    end-perform
    close ShiftAttendanceFile
.

SumVolunteerHours section.
    move zero to VolunteerHoursTotal
    open input ShiftAttendanceFile
        read ShiftAttendanceFile
            at end set EndOfShiftAttendanceFile to true
        end-read
        perform until EndOfShiftAttendanceFile
            if AttendanceAuthCode of ShiftAttendanceRecord equal to AuthCode of CurrentAttendee
                add AttendanceHours of ShiftAttendanceRecord to VolunteerHoursTotal
            end-if
            read ShiftAttendanceFile
                at end set EndOfShiftAttendanceFile to true
            end-read
        end-perform
    close ShiftAttendanceFile
.

WarnIfVolunteerHoursShort section.
*> a volunteer ticket is paid for in hours - catch anyone short of them
*> at the gate on the way out, while there is still a chance to ask
    set VolunteerCheckOutHeld to false
    move 8 to VolunteerHoursDue
    if VolunteerHoursOwed of EventDetails is numeric
        move VolunteerHoursOwed of EventDetails to VolunteerHoursDue
    end-if
    if not TicketTypeIsVolunteer of CurrentAttendee
            or VolunteerHoursDue equal to zero
        exit section
    end-if
    perform SumVolunteerHours
    if VolunteerHoursTotal is greater than or equal to VolunteerHoursDue
        exit section
    end-if
    compute VolunteerHoursShortBy = VolunteerHoursDue - VolunteerHoursTotal
    move VolunteerHoursTotal to VolunteerHoursDisplay
    display spaces
    display "WARNING: " function trim(AttendeeName of CurrentAttendee)
        " is on a volunteer ticket and has worked " function trim(VolunteerHoursDisplay)
        " of " VolunteerHoursDue " hours"
    display "Let them go anyway? (Y/N)"
    move space to HoursOverrideResponse
    accept HoursOverrideResponse at line 24 column 27
    if not ProceedDespiteHoursShort
        set VolunteerCheckOutHeld to true
        display "Not checked out - " VolunteerHoursShortBy " hours still owed"
    end-if
.

CheckAssigneeQualification section.
    set StationNeedsQual to false
    set AssigneeIsCurrent to false
    end-perform
.

MealHatchScreen section.
*> one key per plate at the serving hatch - a scanner programmed to send
*> the diet letter works just as well as a finger on the keyboard
    accept CurrentDayOfWeek from day-of-week
    initialize MealServedWork
    move DayOfTheWeek(CurrentDayOfWeek) to MealDay of MealServedWork
    display spaces
    display "Sitting - (B)reakfast, (L)unch, (D)inner:"
    move "L" to MealSitting of MealServedWork
    accept MealSitting of MealServedWork at line 24 column 43
    move upper-case(MealSitting of MealServedWork)
        to MealSitting of MealServedWork
    if not MealSittingIsValid of MealServedWork
        display "No such sitting - nothing logged"
        exit section
    end-if

    move zero to MealSittingTotal
    display "Diet per plate: S standard, V vegan, E vegetarian, N nut-free,"
    display "G gluten-free - add a number for a tray (V12), blank to close:"
    perform forever
        display "Plate:"
        move spaces to MealHatchEntry
        accept MealHatchEntry at line 24 column 8
        if MealHatchEntry equal to spaces
            exit perform
        end-if
        move upper-case(MealHatchEntry(1:1)) to MealDiet of MealServedWork
        move MealHatchEntry(2:3) to MealHatchCountEntry
        move zero to MealCount of MealServedWork
        evaluate true
            when not MealDietIsValid of MealServedWork
                display "S, V, E, N or G please - nothing logged"
            when MealHatchCountEntry equal to spaces
                move 1 to MealCount of MealServedWork
            when test-numval(MealHatchCountEntry) equal to zero
                move numval(MealHatchCountEntry) to MealCount of MealServedWork
            when other
                display "Count not understood - nothing logged"
        end-evaluate
        if MealCount of MealServedWork is greater than zero
            perform AppendMealServedLine
        end-if
    end-perform
    display MealSittingTotal " plates logged for "
        MealDay of MealServedWork " " MealSitting of MealServedWork
.

AppendMealServedLine section.
    accept MealLoggedDate of MealServedWork from date yyyymmdd
    accept MealLoggedTimeNow from time
    move MealLoggedTimeNow(1:4) to MealLoggedTime of MealServedWork
    move SignedOnOperatorId to MealLoggedBy of MealServedWork
    open extend MealsServedFile
    move MealServedWork to MealServedRecord
    write MealServedRecord
    close MealsServedFile
    add MealCount of MealServedWork to MealSittingTotal
.

GateLogBookScreen section.
    move "X" to GateLogChoice
    perform until GateLogChoice equal to "0"
        perform ShowGateLogBook
        display "(A)dd an entry, (C)lose an open item, 0 to leave:"
        move spaces to GateLogChoice
        accept GateLogChoice at line 24 column 51
        evaluate true
            when GateLogChoice equal to "A" or GateLogChoice equal to "a"
                perform AddGateLogEntry
            when GateLogChoice equal to "C" or GateLogChoice equal to "c"
                perform CloseGateLogItem
            when other
                move "0" to GateLogChoice
        end-evaluate
    end-perform
.

ShowGateLogBook section.
*> open items stay on the screen day after day until somebody closes
*> them - notes and closed items only show on the day they were written
    perform LoadGateLogTable
    accept GateLogToday from date yyyymmdd
    move zero to GateLogShownCount
    move zero to GateLogOpenCount
    display spaces
    display "Gate log book - open items and today's entries:"
    perform varying GateLogScan from 1 by 1 until GateLogScan is greater than GateLogCount
        move GateLogEntryRecord(GateLogScan) to GateLogWork
        if LogEntryIsOpen of GateLogWork
            add 1 to GateLogOpenCount
        end-if
        if LogEntryIsOpen of GateLogWork
                or LogEntryDate of GateLogWork equal to GateLogToday
                or LogEntryClosedDate of GateLogWork equal to GateLogToday
            perform ShowGateLogEntry
        end-if
    end-perform
    if GateLogShownCount equal to zero
        display "  nothing open and nothing logged today"
    else
        display GateLogOpenCount " items still open"
    end-if
.

ShowGateLogEntry section.
    add 1 to GateLogShownCount
    evaluate true
        when LogEntryIsOpen of GateLogWork move "OPEN" to GateLogStatusText
        when LogEntryIsClosed of GateLogWork move "closed" to GateLogStatusText
        when other move "note" to GateLogStatusText
    end-evaluate
    display "  " LogEntryNumber of GateLogWork " " LogEntryDate of GateLogWork
        " " LogEntryTime of GateLogWork " " LogEntryStation of GateLogWork
        " " GateLogStatusText " " LogEntryAuthCode of GateLogWork
        " by " function trim(LogEntryBy of GateLogWork)
    display "       " function trim(LogEntryText of GateLogWork)
    if LogEntryIsClosed of GateLogWork
        display "       closed by " function trim(LogEntryClosedBy of GateLogWork)
            ": " function trim(LogEntryClosedNote of GateLogWork)
    end-if
.

AddGateLogEntry section.
    if GateLogCount is greater than or equal to 500
        display "The log book is full - archive gate-log.dat before adding more"
        exit section
    end-if
    initialize GateLogWork
    display "Station (blank for GATE):"
    accept LogEntryStation of GateLogWork at line 24 column 27
    if LogEntryStation of GateLogWork equal to spaces
        move "GATE" to LogEntryStation of GateLogWork
    end-if
    move upper-case(LogEntryStation of GateLogWork) to LogEntryStation of GateLogWork

    display "AuthCode it concerns (blank if none):"
    accept LogEntryAuthCode of GateLogWork at line 24 column 39
    move upper-case(LogEntryAuthCode of GateLogWork) to LogEntryAuthCode of GateLogWork
    if LogEntryAuthCode of GateLogWork not equal to spaces
        call "GetAttendeeByAuthCode" using LogEntryAuthCode of GateLogWork,
            VolunteerWork
        if AuthCode of VolunteerWork not equal to LogEntryAuthCode of GateLogWork
            display "No attendee " LogEntryAuthCode of GateLogWork
                " on file - logged against the code as typed"
        else
            display "  " function trim(AttendeeName of VolunteerWork)
        end-if
    end-if

    display "Entry:"
    accept LogEntryText of GateLogWork at line 24 column 8
    if LogEntryText of GateLogWork equal to spaces
        display "Nothing written - no entry added"
        exit section
    end-if
    display "Needs following up - carry forward until closed? (Y/N)"
    move space to GateLogFollowUpResponse
    accept GateLogFollowUpResponse at line 24 column 56
    if GateLogNeedsFollowUp
        set LogEntryIsOpen of GateLogWork to true
    else
        set LogEntryIsNote of GateLogWork to true
    end-if

    move zero to GateLogNextNumber
    perform varying GateLogScan from 1 by 1 until GateLogScan is greater than GateLogCount
        move GateLogEntryRecord(GateLogScan) to GateLogRecord
        if LogEntryNumber of GateLogRecord is greater than GateLogNextNumber
            move LogEntryNumber of GateLogRecord to GateLogNextNumber
        end-if
    end-perform
    add 1 to GateLogNextNumber
    move GateLogNextNumber to LogEntryNumber of GateLogWork
    accept LogEntryDate of GateLogWork from date yyyymmdd
    accept GateLogTimeNow from time
    move GateLogTimeNow(1:4) to LogEntryTime of GateLogWork
    move SignedOnOperatorId to LogEntryBy of GateLogWork

    add 1 to GateLogCount
    move GateLogWork to GateLogEntryRecord(GateLogCount)
    perform SaveGateLogTable
    display "Logged as entry " LogEntryNumber of GateLogWork
.

CloseGateLogItem section.
    display "Entry number to close:"
    move spaces to GateLogChoice
    accept GateLogChoice at line 24 column 24
    if GateLogChoice equal to spaces or test-numval(GateLogChoice) not equal to zero
        move "C" to GateLogChoice
        exit section
    end-if
    move numval(GateLogChoice) to GateLogNumberWanted
    move "C" to GateLogChoice

    perform varying GateLogScan from 1 by 1 until GateLogScan is greater than GateLogCount
        move GateLogEntryRecord(GateLogScan) to GateLogWork
        if LogEntryNumber of GateLogWork equal to GateLogNumberWanted
            exit perform
        end-if
    end-perform
    if GateLogScan is greater than GateLogCount
        display "No entry " GateLogNumberWanted " in the log book"
        exit section
    end-if
    if not LogEntryIsOpen of GateLogWork
        display "Entry " GateLogNumberWanted " is not an open item"
        exit section
    end-if

    display "How was it dealt with?"
    accept LogEntryClosedNote of GateLogWork at line 24 column 24
    set LogEntryIsClosed of GateLogWork to true
    accept LogEntryClosedDate of GateLogWork from date yyyymmdd
    move SignedOnOperatorId to LogEntryClosedBy of GateLogWork
    move GateLogWork to GateLogEntryRecord(GateLogScan)
    perform SaveGateLogTable
    display "Entry " GateLogNumberWanted " closed"
.

LoadGateLogTable section.
    move zero to GateLogCount
    open input GateLogFile
        read GateLogFile
            at end set EndOfGateLogFile to true
        end-read
        perform until EndOfGateLogFile or GateLogCount equal to 500
            add 1 to GateLogCount
            move GateLogRecord to GateLogEntryRecord(GateLogCount)
            read GateLogFile
                at end set EndOfGateLogFile to true
            end-read
        end-perform
    close GateLogFile
.

SaveGateLogTable section.
    open output GateLogFile
    perform varying GateLogScan from 1 by 1 until GateLogScan is greater than GateLogCount
        move GateLogEntryRecord(GateLogScan) to GateLogRecord
        write GateLogRecord
    end-perform
    close GateLogFile
.

HazardRegisterScreen section.
    move "X" to HazardChoice
    perform until HazardChoice equal to "0"
        perform ShowHazardRegister
        display "(A)dd a hazard, (R)eview one, 0 to leave:"
        move spaces to HazardChoice
        accept HazardChoice at line 24 column 43
        evaluate true
            when HazardChoice equal to "A" or HazardChoice equal to "a"
                perform AddHazardEntry
            when HazardChoice equal to "R" or HazardChoice equal to "r"
                perform ReviewHazardEntry
            when other
                move "0" to HazardChoice
        end-evaluate
    end-perform
.

ShowHazardRegister section.
*> withdrawn hazards stay on file for the licensing authority but are
*> not walked round, so only the active ones are listed
    perform LoadHazardTable
    accept HazardToday from date yyyymmdd
    move zero to HazardActiveCount
    move zero to HazardOverdueCount
    display spaces
    display "Site hazard register:"
    perform varying HazardScan from 1 by 1 until HazardScan is greater than HazardCount
        move HazardEntryRecord(HazardScan) to HazardWork
        if HazardIsActive of HazardWork
            perform ShowHazardEntry
        end-if
    end-perform
    if HazardActiveCount equal to zero
        display "  no hazards recorded"
    else
        display HazardActiveCount " hazards, " HazardOverdueCount " overdue for review"
    end-if
.

ShowHazardEntry section.
    add 1 to HazardActiveCount
    if HazardReviewDate of HazardWork is less than HazardToday
        add 1 to HazardOverdueCount
        move "REVIEW OVERDUE" to HazardReviewWording
    else
        move "review by" to HazardReviewWording
    end-if
    display "  " HazardNumber of HazardWork " " HazardLocation of HazardWork
        " risk " HazardRiskRating of HazardWork " "
        function trim(HazardReviewWording) " " HazardReviewDate of HazardWork
        " owner " function trim(HazardOwner of HazardWork)
    display "       " function trim(HazardDescription of HazardWork)
    display "       controls: " function trim(HazardControls of HazardWork)
.

AddHazardEntry section.
    if HazardCount is greater than or equal to 300
        display "The register is full - archive hazards.dat before adding more"
        exit section
    end-if
    initialize HazardWork
    display "Location, worded as on the incident log (pitch area):"
    accept HazardLocation of HazardWork at line 24 column 55
    move function upper-case(function trim(HazardLocation of HazardWork))
        to HazardLocation of HazardWork
    if HazardLocation of HazardWork equal to spaces
        display "No location - no hazard added"
        exit section
    end-if
    display "Hazard:"
    accept HazardDescription of HazardWork at line 24 column 9
    if HazardDescription of HazardWork equal to spaces
        display "Nothing written - no hazard added"
        exit section
    end-if
    display "Controls in place:"
    accept HazardControls of HazardWork at line 24 column 20
    display "Owner (who keeps the controls in place):"
    accept HazardOwner of HazardWork at line 24 column 42
    perform AcceptHazardRiskRating
    display "Months until the next review (blank for "
        HazardDefaultReviewMonths "):"
    perform AcceptHazardReviewDate

    move zero to HazardNextNumber
    perform varying HazardScan from 1 by 1 until HazardScan is greater than HazardCount
        move HazardEntryRecord(HazardScan) to HazardRecord
        if HazardNumber of HazardRecord is greater than HazardNextNumber
            move HazardNumber of HazardRecord to HazardNextNumber
        end-if
    end-perform
    add 1 to HazardNextNumber
    move HazardNextNumber to HazardNumber of HazardWork
    accept HazardLastReviewedDate of HazardWork from date yyyymmdd
    move SignedOnOperatorId to HazardLastReviewedBy of HazardWork
    set HazardIsActive of HazardWork to true

    add 1 to HazardCount
    move HazardWork to HazardEntryRecord(HazardCount)
    perform SaveHazardTable
    display "Recorded as hazard " HazardNumber of HazardWork
        ", next review " HazardReviewDate of HazardWork
.

ReviewHazardEntry section.
*> a review confirms or changes the controls and rating and sets the
*> next review date - or withdraws a hazard that has gone from the site
    display "Hazard number to review:"
    move spaces to HazardChoice
    accept HazardChoice at line 24 column 26
    if HazardChoice equal to spaces or function test-numval(HazardChoice) not equal to zero
        move "R" to HazardChoice
        exit section
    end-if
    move function numval(HazardChoice) to HazardNumberWanted
    move "R" to HazardChoice

    perform varying HazardScan from 1 by 1 until HazardScan is greater than HazardCount
        move HazardEntryRecord(HazardScan) to HazardWork
        if HazardNumber of HazardWork equal to HazardNumberWanted
            exit perform
        end-if
    end-perform
    if HazardScan is greater than HazardCount
        display "No hazard " HazardNumberWanted " in the register"
        exit section
    end-if
    if not HazardIsActive of HazardWork
        display "Hazard " HazardNumberWanted " has been withdrawn"
        exit section
    end-if

    display "Withdraw it - no longer on site? (Y/N)"
    move space to HazardWithdrawResponse
    accept HazardWithdrawResponse at line 24 column 40
    if HazardIsToBeWithdrawn
        set HazardIsWithdrawn of HazardWork to true
    else
        display "Controls now (blank to keep as they are):"
        move spaces to HazardControlsEntry
        accept HazardControlsEntry at line 24 column 43
        if HazardControlsEntry not equal to spaces
            move HazardControlsEntry to HazardControls of HazardWork
        end-if
        perform AcceptHazardRiskRating
        display "Months until the next review (blank for "
            HazardDefaultReviewMonths "):"
        perform AcceptHazardReviewDate
    end-if
    accept HazardLastReviewedDate of HazardWork from date yyyymmdd
    move SignedOnOperatorId to HazardLastReviewedBy of HazardWork
    move HazardWork to HazardEntryRecord(HazardScan)
    perform SaveHazardTable
    if HazardIsWithdrawn of HazardWork
        display "Hazard " HazardNumberWanted " withdrawn"
    else
        display "Hazard " HazardNumberWanted " reviewed, next review "
            HazardReviewDate of HazardWork
    end-if
.

AcceptHazardRiskRating section.
*> pressing Enter keeps the rating it already has - medium for a new one
    move HazardRiskRating of HazardWork to HazardRatingWas
    if HazardRatingWas equal to space
        move "M" to HazardRatingWas
    end-if
    move space to HazardRiskRating of HazardWork
    perform until HazardRiskIsValid of HazardWork
        display "Risk rating - (L)ow, (M)edium, (H)igh [" HazardRatingWas "]:"
        move HazardRatingWas to HazardRiskRating of HazardWork
        accept HazardRiskRating of HazardWork at line 24 column 45
        move function upper-case(HazardRiskRating of HazardWork)
            to HazardRiskRating of HazardWork
    end-perform
.

AcceptHazardReviewDate section.
    move spaces to HazardReviewEntry
    accept HazardReviewEntry at line 24 column 46
    move HazardDefaultReviewMonths to HazardReviewMonths
    if HazardReviewEntry not equal to spaces
            and function test-numval(HazardReviewEntry) equal to zero
        move function numval(HazardReviewEntry) to HazardReviewMonths
    end-if
    if HazardReviewMonths equal to zero
        move HazardDefaultReviewMonths to HazardReviewMonths
    end-if
*> a month is taken as 30 days - near enough for a review reminder
    accept HazardToday from date yyyymmdd
    compute HazardReviewDueNumeric = function date-of-integer(
        function integer-of-date(function numval(HazardToday))
        + HazardReviewMonths * 30)
    move HazardReviewDueNumeric to HazardReviewDate of HazardWork
.

LoadHazardTable section.
    move zero to HazardCount
    open input HazardsFile
        read HazardsFile
            at end set EndOfHazardsFile to true
        end-read
        perform until EndOfHazardsFile or HazardCount equal to 300
            add 1 to HazardCount
            move HazardRecord to HazardEntryRecord(HazardCount)
            read HazardsFile
                at end set EndOfHazardsFile to true
            end-read
        end-perform
    close HazardsFile
.

SaveHazardTable section.
    open output HazardsFile
    perform varying HazardScan from 1 by 1 until HazardScan is greater than HazardCount
        move HazardEntryRecord(HazardScan) to HazardRecord
        write HazardRecord
    end-perform
    close HazardsFile
.

PendingApprovalsScreen section.
    move "X" to ApprovalChoice
    perform until ApprovalChoice equal to "0"
        perform LoadApprovalsTable
        display spaces
        display "Waiting for a second treasurer or admin (over " ApprovalThreshold "):"
        move zero to ApprovalPendingCount
        perform varying ApprovalScan from 1 by 1 until ApprovalScan is greater than ApprovalsCount
            move ApprovalEntryRecord(ApprovalScan) to ApprovalWork
            if ApprovalIsPending of ApprovalWork
                add 1 to ApprovalPendingCount
                display "  " ApprovalNumber of ApprovalWork " "
                    ApprovalKind of ApprovalWork " "
                    ApprovalAuthCode of ApprovalWork " "
                    ApprovalAmount of ApprovalWork " "
                    ApprovalMethod of ApprovalWork " keyed by "
                    ApprovalRequestedBy of ApprovalWork " on "
                    ApprovalRequestedDate of ApprovalWork
                if ApprovalDetail of ApprovalWork not equal to spaces
                    display "       " function trim(ApprovalDetail of ApprovalWork)
                end-if
            end-if
        end-perform
        if ApprovalPendingCount equal to zero
            display "  nothing waiting"
        end-if
        display "(A)pprove number, (R)eject number, 0 to leave:"
        move spaces to ApprovalChoice
        accept ApprovalChoice at line 24 column 49
        evaluate true
            when ApprovalChoice equal to "A" or ApprovalChoice equal to "a"
                move "APPROVED" to ApprovalDecisionText
                perform DecidePendingApproval
            when ApprovalChoice equal to "R" or ApprovalChoice equal to "r"
                move "REJECTED" to ApprovalDecisionText
                perform DecidePendingApproval
            when other
                move "0" to ApprovalChoice
        end-evaluate
    end-perform
.

DecidePendingApproval section.
*> the whole point is a second pair of eyes, so whoever keyed it in
*> cannot be the one to approve or reject it
    if not OperatorCanAdjustMoney
        display "Only a treasurer or admin operator can decide approvals"
        exit section
    end-if
    display "Approval number:"
    move spaces to ApprovalChoice
    accept ApprovalChoice at line 24 column 18
    if ApprovalChoice equal to spaces or test-numval(ApprovalChoice) not equal to zero
        move "X" to ApprovalChoice
        exit section
    end-if
    move numval(ApprovalChoice) to ApprovalNumberWanted
    move "X" to ApprovalChoice

    perform varying ApprovalScan from 1 by 1 until ApprovalScan is greater than ApprovalsCount
        move ApprovalEntryRecord(ApprovalScan) to ApprovalWork
        if ApprovalNumber of ApprovalWork equal to ApprovalNumberWanted
            exit perform
        end-if
    end-perform
    if ApprovalScan is greater than ApprovalsCount
            or not ApprovalIsPending of ApprovalWork
        display "No approval " ApprovalNumberWanted " is waiting"
        exit section
    end-if
    if ApprovalRequestedBy of ApprovalWork equal to SignedOnOperatorId
        display "You keyed this one in - a different operator must decide it"
        exit section
    end-if

    if ApprovalDecisionText equal to "APPROVED"
        set ApprovalWasApplied to false
        evaluate true
            when ApprovalIsRefund of ApprovalWork
                perform ApplyApprovedRefund
            when ApprovalIsBursary of ApprovalWork
                perform ApplyApprovedBursary
            when ApprovalIsClaim of ApprovalWork
                perform ApplyApprovedClaim
            when ApprovalIsWriteOff of ApprovalWork
                perform ApplyApprovedWriteOff
        end-evaluate
        if not ApprovalWasApplied
            display "Not applied - approval " ApprovalNumberWanted " is still waiting"
            exit section
        end-if
        set ApprovalIsApproved of ApprovalWork to true
    else
        display "Reason for rejecting:"
        accept ApprovalNote of ApprovalWork at line 24 column 23
        set ApprovalIsRejected of ApprovalWork to true
    end-if
    move SignedOnOperatorId to ApprovalDecidedBy of ApprovalWork
    accept ApprovalDecidedDate of ApprovalWork from date yyyymmdd
    move ApprovalWork to ApprovalEntryRecord(ApprovalScan)
    perform SaveApprovalsTable
    perform WriteApprovalHistoryLine
    display "Approval " ApprovalNumberWanted " " function lower-case(ApprovalDecisionText)
.

ApplyApprovedRefund section.
    call "GetAttendeeByAuthCode" using ApprovalAuthCode of ApprovalWork,
        ApprovalAttendeeWork
    if AuthCode of ApprovalAttendeeWork not equal to ApprovalAuthCode of ApprovalWork
        display "Attendee " ApprovalAuthCode of ApprovalWork " is no longer on file"
        exit section
    end-if
    if not AttendeeCancelled of ApprovalAttendeeWork
        display "That booking is not cancelled on file - the cancellation was never saved"
        exit section
    end-if
    perform RefuseMoneyIfTodayIsClosed
    if DayIsClosed
        exit section
    end-if
    move RefundAmount of ApprovalAttendeeWork to RefundSuggestion
    move ApprovalAmount of ApprovalWork to RefundAmount of ApprovalAttendeeWork
    accept RefundDate of ApprovalAttendeeWork from date yyyymmdd
    move ApprovalMethod of ApprovalWork to RefundMethod of ApprovalAttendeeWork
    call "UpdateAttendee" using ApprovalAttendeeWork, NoSimulateFlag
    initialize LedgerPostingDetails
    move RefundAmount of ApprovalAttendeeWork to LedgerPostingAmount
    move ApprovalAuthCode of ApprovalWork to LedgerPostingReference
    move RefundMethod of ApprovalAttendeeWork to RefundMethodForLedger
    perform PostRefundToLedger
    if function upper-case(RefundMethod of ApprovalAttendeeWork) equal to "BANK"
        initialize BankPaymentWork
        set BankPaymentIsRefund of BankPaymentWork to true
        move ApprovalAuthCode of ApprovalWork to BankPaymentAuthCode of BankPaymentWork
        move RefundAmount of ApprovalAttendeeWork to BankPaymentAmount of BankPaymentWork
        perform QueueBankPayment
    end-if

    accept EditHistoryTimestamp from date yyyymmdd
    accept EditHistoryTime from time
    move spaces to EditHistoryLine
    string ApprovalAuthCode of ApprovalWork " " EditHistoryTimestamp
        " " EditHistoryTime(1:6) " " SignedOnOperatorId
        " Refund: " RefundSuggestion
        " -> " RefundAmount of ApprovalAttendeeWork
        " by " function trim(RefundMethod of ApprovalAttendeeWork)
        delimited by size into EditHistoryLine
    call "AppendHistoryLine" using EditHistoryLine
    set ApprovalWasApplied to true
    display "Refund of " RefundAmount of ApprovalAttendeeWork " now on "
        ApprovalAuthCode of ApprovalWork " - pay it out by "
        function trim(RefundMethod of ApprovalAttendeeWork)
.

ApplyApprovedWriteOff section.
*> written off at whatever is still owed today - if they have paid
*> something since it was keyed, less goes to bad debt
    call "GetAttendeeByAuthCode" using ApprovalAuthCode of ApprovalWork,
        ApprovalAttendeeWork
    if AuthCode of ApprovalAttendeeWork not equal to ApprovalAuthCode of ApprovalWork
        display "Attendee " ApprovalAuthCode of ApprovalWork " is no longer on file"
        exit section
    end-if
    if BalanceWrittenOff of ApprovalAttendeeWork
        display "Already written off on " WriteOffDate of ApprovalAttendeeWork
        exit section
    end-if
    compute WriteOffBalanceDue = AmountToPay of ApprovalAttendeeWork
        - AmountPaid of ApprovalAttendeeWork
    if WriteOffBalanceDue is not greater than zero
        display "They have paid up since - nothing left to write off"
        exit section
    end-if
    set BalanceWrittenOff of ApprovalAttendeeWork to true
    accept WriteOffDate of ApprovalAttendeeWork from date yyyymmdd
    move WriteOffBalanceDue to WriteOffAmount of ApprovalAttendeeWork
    move ApprovalDetail of ApprovalWork to WriteOffReason of ApprovalAttendeeWork
    call "UpdateAttendee" using ApprovalAttendeeWork, NoSimulateFlag
    initialize LedgerPostingDetails
    move WriteOffAmount of ApprovalAttendeeWork to LedgerPostingAmount
    move ApprovalAuthCode of ApprovalWork to LedgerPostingReference
    perform PostWriteOffToLedger

    accept EditHistoryTimestamp from date yyyymmdd
    accept EditHistoryTime from time
    move spaces to EditHistoryLine
    string ApprovalAuthCode of ApprovalWork " " EditHistoryTimestamp
        " " EditHistoryTime(1:6) " " SignedOnOperatorId
        " Write-off: " WriteOffAmount of ApprovalAttendeeWork
        " bad debt - " function trim(WriteOffReason of ApprovalAttendeeWork)
        delimited by size into EditHistoryLine
    call "AppendHistoryLine" using EditHistoryLine
    set ApprovalWasApplied to true
    display "Written off " WriteOffAmount of ApprovalAttendeeWork " as bad debt"
.

ApplyApprovedBursary section.
    perform LoadBursariesTable
    call "DonationStats" using BursaryFundDonations,
        BursaryConcessionsIgnored
    move ApprovalReference of ApprovalWork to BursarySelection
    if BursarySelection equal to zero
            or BursarySelection is greater than BursariesCount
        display "That bursary application is no longer on file"
        exit section
    end-if
    move BursaryEntryRecord(BursarySelection) to BursaryWork
    if BursaryAuthCode of BursaryWork not equal to ApprovalAuthCode of ApprovalWork
            or not BursaryIsPending of BursaryWork
        display "That bursary application has been dealt with since"
        exit section
    end-if
    move ApprovalAmount of ApprovalWork to BursaryAwardEntry
    perform ApplyBursaryAward
.

ApplyApprovedClaim section.
    perform LoadClaimsTable
    perform varying ClaimSelection from 1 by 1 until ClaimSelection is greater than ClaimsCount
        move ClaimEntryRecord(ClaimSelection) to ClaimWork
        if ClaimNumber of ClaimWork equal to ApprovalReference of ApprovalWork
            exit perform
        end-if
    end-perform
    if ClaimSelection is greater than ClaimsCount
            or not ClaimIsPending of ClaimWork
        display "Claim " ApprovalReference of ApprovalWork " is no longer pending"
        exit section
    end-if
    perform ApplyClaimApproval
    set ApprovalWasApplied to true
.

QueueForApproval section.
*> the caller fills in the kind, AuthCode, reference, amount and method
    set ApprovalWasQueued to false
    perform LoadApprovalsTable
    move zero to ApprovalNextNumber
    perform varying ApprovalScan from 1 by 1 until ApprovalScan is greater than ApprovalsCount
        move ApprovalEntryRecord(ApprovalScan) to ApprovalRecord
        if ApprovalNumber of ApprovalRecord is greater than ApprovalNextNumber
            move ApprovalNumber of ApprovalRecord to ApprovalNextNumber
        end-if
        if ApprovalIsPending of ApprovalRecord
                and ApprovalKind of ApprovalRecord equal to ApprovalKind of ApprovalWork
                and ApprovalAuthCode of ApprovalRecord equal to ApprovalAuthCode of ApprovalWork
                and ApprovalReference of ApprovalRecord equal to ApprovalReference of ApprovalWork
            display "Already waiting for approval as number " ApprovalNumber of ApprovalRecord
            exit section
        end-if
    end-perform
    if ApprovalsCount is greater than or equal to 300
        display "The approvals file is full - nothing queued"
        exit section
    end-if
    add 1 to ApprovalNextNumber
    move ApprovalNextNumber to ApprovalNumber of ApprovalWork
    move SignedOnOperatorId to ApprovalRequestedBy of ApprovalWork
    accept ApprovalRequestedDate of ApprovalWork from date yyyymmdd
    set ApprovalIsPending of ApprovalWork to true
    add 1 to ApprovalsCount
    move ApprovalWork to ApprovalEntryRecord(ApprovalsCount)
    perform SaveApprovalsTable
    set ApprovalWasQueued to true
    display "Over the approval limit of " ApprovalThreshold
        " - held as approval " ApprovalNumber of ApprovalWork
    display "A different treasurer or admin must approve it (Tools 28)"
.

WriteApprovalHistoryLine section.
    accept EditHistoryTimestamp from date yyyymmdd
    accept EditHistoryTime from time
    move spaces to EditHistoryLine
    string ApprovalAuthCode of ApprovalWork " " EditHistoryTimestamp
        " " EditHistoryTime(1:6) " " SignedOnOperatorId
        " " ApprovalDecisionText ": " function trim(ApprovalKind of ApprovalWork)
        " " ApprovalAmount of ApprovalWork
        " keyed by " function trim(ApprovalRequestedBy of ApprovalWork)
        " decided by " function trim(SignedOnOperatorId)
        " " function trim(ApprovalNote of ApprovalWork)
        delimited by size into EditHistoryLine
    call "AppendHistoryLine" using EditHistoryLine
.

LoadApprovalsTable section.
    move zero to ApprovalsCount
    open input ApprovalsFile
        read ApprovalsFile
            at end set EndOfApprovalsFile to true
        end-read
        perform until EndOfApprovalsFile or ApprovalsCount equal to 300
            add 1 to ApprovalsCount
            move ApprovalRecord to ApprovalEntryRecord(ApprovalsCount)
            read ApprovalsFile
                at end set EndOfApprovalsFile to true
            end-read
        end-perform
    close ApprovalsFile
.

SaveApprovalsTable section.
    open output ApprovalsFile
    perform varying ApprovalScan from 1 by 1 until ApprovalScan is greater than ApprovalsCount
        move ApprovalEntryRecord(ApprovalScan) to ApprovalRecord
        write ApprovalRecord
    end-perform
    close ApprovalsFile
.

MissingChildScreen section.
    move "X" to ChildAlertChoice
    perform until ChildAlertChoice equal to "0"
        perform ShowOpenChildAlerts
        display "(R)aise an alert, (S)tand one down, re(P)rint a sheet, 0 to leave:"
        move spaces to ChildAlertChoice
        accept ChildAlertChoice at line 24 column 70
        evaluate true
            when ChildAlertChoice equal to "R" or ChildAlertChoice equal to "r"
                perform RaiseChildAlert
            when ChildAlertChoice equal to "S" or ChildAlertChoice equal to "s"
                perform StandDownChildAlert
            when ChildAlertChoice equal to "P" or ChildAlertChoice equal to "p"
                perform ReprintChildAlertSheet
            when other
                move "0" to ChildAlertChoice
        end-evaluate
    end-perform
.

ShowOpenChildAlerts section.
    perform LoadChildAlertsTable
    move zero to ChildAlertOpenCount
    display spaces
    display "Missing child alerts still open:"
    perform varying ChildAlertScan from 1 by 1
        until ChildAlertScan is greater than ChildAlertsCount
        move ChildAlertEntryRecord(ChildAlertScan) to ChildAlertWork
        if AlertIsOpen of ChildAlertWork
            add 1 to ChildAlertOpenCount
            display "  " AlertNumber of ChildAlertWork " "
                function trim(AlertKidName of ChildAlertWork)
                " (parent " AlertParentCode of ChildAlertWork ") raised "
                AlertRaisedDate of ChildAlertWork " " AlertRaisedTime of ChildAlertWork
                " by " function trim(AlertRaisedBy of ChildAlertWork)
        end-if
    end-perform
    if ChildAlertOpenCount equal to zero
        display "  none"
    end-if
.

RaiseChildAlert section.
*> speed matters more than tidiness here - a part of the name or the
*> parent's code is enough, and the sheet comes up straight away
    if ChildAlertsCount is greater than or equal to 200
        display "The alerts file is full - archive " function trim(ChildAlertsFileName)
        exit section
    end-if
    display "Child's name (or part of it) or the parent's AuthCode:"
    move spaces to ChildAlertSearchEntry
    accept ChildAlertSearchEntry at line 24 column 56
    if ChildAlertSearchEntry equal to spaces
        exit section
    end-if
    move upper-case(ChildAlertSearchEntry) to ChildAlertSearchUpper

    perform LoadKidsTable
    move zero to ChildAlertMatchCount
    perform varying KidEntryNumber from 1 by 1
        until KidEntryNumber is greater than KidsCount or ChildAlertMatchCount equal to 20
        move KidEntryRecord(KidEntryNumber) to KidWork
        move upper-case(KidName of KidWork) to ChildAlertNameUpper
        move zero to ChildAlertHits
        inspect ChildAlertNameUpper tallying ChildAlertHits
            for all function trim(ChildAlertSearchUpper)
        if ChildAlertHits is greater than zero
                or ParentAuthCode of KidWork equal to ChildAlertSearchUpper(1:6)
            add 1 to ChildAlertMatchCount
            move KidEntryNumber to ChildAlertMatch(ChildAlertMatchCount)
        end-if
    end-perform

    evaluate ChildAlertMatchCount
        when zero
            display "Nobody on the kids register matches - search the site anyway"
            display "and raise it again with the parent's AuthCode when you have it"
            exit section
        when 1
            move 1 to ChildAlertPick
        when other
            perform varying ChildAlertPick from 1 by 1
                until ChildAlertPick is greater than ChildAlertMatchCount
                move KidEntryRecord(ChildAlertMatch(ChildAlertPick)) to KidWork
                display ChildAlertPick ": " function trim(KidName of KidWork)
                    ", age " KidRecordAge of KidWork
                    " (parent " ParentAuthCode of KidWork ")"
            end-perform
            display "Which child?"
            move zero to ChildAlertPick
            accept ChildAlertPick at line 24 column 14
            if ChildAlertPick equal to zero
                    or ChildAlertPick is greater than ChildAlertMatchCount
                display "No child picked - no alert raised"
                exit section
            end-if
    end-evaluate
    move KidEntryRecord(ChildAlertMatch(ChildAlertPick)) to KidWork

    initialize ChildAlertWork
    move KidName of KidWork to AlertKidName of ChildAlertWork
    move ParentAuthCode of KidWork to AlertParentCode of ChildAlertWork
    display "Where and when last seen:"
    accept AlertLastSeen of ChildAlertWork at line 24 column 27

    move zero to ChildAlertNumberWanted
    perform varying ChildAlertScan from 1 by 1
        until ChildAlertScan is greater than ChildAlertsCount
        move ChildAlertEntryRecord(ChildAlertScan) to ChildAlertRecord
        if AlertNumber of ChildAlertRecord is greater than ChildAlertNumberWanted
            move AlertNumber of ChildAlertRecord to ChildAlertNumberWanted
        end-if
    end-perform
    add 1 to ChildAlertNumberWanted
    move ChildAlertNumberWanted to AlertNumber of ChildAlertWork
    set AlertIsOpen of ChildAlertWork to true
    accept AlertRaisedDate of ChildAlertWork from date yyyymmdd
    accept ChildAlertTimeNow from time
    move ChildAlertTimeNow(1:6) to AlertRaisedTime of ChildAlertWork
    move SignedOnOperatorId to AlertRaisedBy of ChildAlertWork
    add 1 to ChildAlertsCount
    move ChildAlertWork to ChildAlertEntryRecord(ChildAlertsCount)
    perform SaveChildAlertsTable

    perform PrintMissingChildSheet
.

StandDownChildAlert section.
    display "Alert number to stand down:"
    move zero to ChildAlertNumberWanted
    accept ChildAlertNumberWanted at line 24 column 29
    perform FindChildAlertByNumber
    if ChildAlertScan is greater than ChildAlertsCount
        display "No alert " ChildAlertNumberWanted
        exit section
    end-if
    if not AlertIsOpen of ChildAlertWork
        display "Alert " ChildAlertNumberWanted " was stood down "
            AlertStoodDownDate of ChildAlertWork " " AlertStoodDownTime of ChildAlertWork
            " by " function trim(AlertStoodDownBy of ChildAlertWork)
        exit section
    end-if
    display "Found where, and who with:"
    accept AlertOutcome of ChildAlertWork at line 24 column 28
    if AlertOutcome of ChildAlertWork equal to spaces
        display "Say where they were found before standing the alert down"
        exit section
    end-if
    set AlertIsStoodDown of ChildAlertWork to true
    accept AlertStoodDownDate of ChildAlertWork from date yyyymmdd
    accept ChildAlertTimeNow from time
    move ChildAlertTimeNow(1:6) to AlertStoodDownTime of ChildAlertWork
    move SignedOnOperatorId to AlertStoodDownBy of ChildAlertWork
    move ChildAlertWork to ChildAlertEntryRecord(ChildAlertScan)
    perform SaveChildAlertsTable
    display "Alert " ChildAlertNumberWanted " stood down at "
        AlertStoodDownTime of ChildAlertWork " - tell everyone searching"
.

ReprintChildAlertSheet section.
    display "Alert number to print again:"
    move zero to ChildAlertNumberWanted
    accept ChildAlertNumberWanted at line 24 column 30
    perform FindChildAlertByNumber
    if ChildAlertScan is greater than ChildAlertsCount
        display "No alert " ChildAlertNumberWanted
        exit section
    end-if
*> the register may have moved on since - fall back to what the alert
*> recorded if the child is no longer on it
    perform LoadKidsTable
    initialize KidWork
    move AlertKidName of ChildAlertWork to KidName of KidWork
    move AlertParentCode of ChildAlertWork to ParentAuthCode of KidWork
    perform varying KidEntryNumber from 1 by 1
        until KidEntryNumber is greater than KidsCount
        move KidEntryRecord(KidEntryNumber) to KidRecord
        if KidName of KidRecord equal to AlertKidName of ChildAlertWork
                and ParentAuthCode of KidRecord equal to AlertParentCode of ChildAlertWork
            move KidRecord to KidWork
        end-if
    end-perform
    perform PrintMissingChildSheet
.

FindChildAlertByNumber section.
    perform LoadChildAlertsTable
    perform varying ChildAlertScan from 1 by 1
        until ChildAlertScan is greater than ChildAlertsCount
        move ChildAlertEntryRecord(ChildAlertScan) to ChildAlertWork
        if AlertNumber of ChildAlertWork equal to ChildAlertNumberWanted
            exit perform
        end-if
    end-perform
.

PrintMissingChildSheet section.
*> everything a search needs on one page, shown on the screen and
*> written out for the printer at the same time
    call "GetAttendeeByAuthCode" using ParentAuthCode of KidWork, AlertParentWork
    if AuthCode of AlertParentWork not equal to ParentAuthCode of KidWork
        initialize AlertParentWork
    end-if
    perform FindLastKidsTentMovement

    display spaces
    open output MissingChildSheetFile
    move spaces to MissingChildSheetLine
    string "MISSING CHILD - alert " AlertNumber of ChildAlertWork
        " raised " AlertRaisedDate of ChildAlertWork " " AlertRaisedTime of ChildAlertWork
        " by " function trim(AlertRaisedBy of ChildAlertWork)
        delimited by size into MissingChildSheetLine
    perform WriteMissingChildSheetLine
    if AlertIsStoodDown of ChildAlertWork
        move spaces to MissingChildSheetLine
        string "STOOD DOWN " AlertStoodDownDate of ChildAlertWork " "
            AlertStoodDownTime of ChildAlertWork
            " by " function trim(AlertStoodDownBy of ChildAlertWork)
            " - " function trim(AlertOutcome of ChildAlertWork)
            delimited by size into MissingChildSheetLine
        perform WriteMissingChildSheetLine
    end-if
    move all "=" to MissingChildSheetLine
    perform WriteMissingChildSheetLine

    move spaces to MissingChildSheetLine
    string "Child:           " function trim(KidName of KidWork)
        ", age " KidRecordAge of KidWork
        delimited by size into MissingChildSheetLine
    perform WriteMissingChildSheetLine
    move spaces to MissingChildSheetLine
    string "Last seen:       " function trim(AlertLastSeen of ChildAlertWork)
        delimited by size into MissingChildSheetLine
    perform WriteMissingChildSheetLine
    move spaces to MissingChildSheetLine
    if ChildAlertLastMovement equal to spaces
        move "Kids tent:       no sign-in or sign-out on the log"
            to MissingChildSheetLine
    else
        string "Kids tent:       signed " ChildAlertLastMovement(17:3) " "
            ChildAlertLastMovement(1:8) " " ChildAlertLastMovement(10:6)
            " by " function trim(ChildAlertMovementBy)
            delimited by size into MissingChildSheetLine
    end-if
    perform WriteMissingChildSheetLine
    move spaces to MissingChildSheetLine
    string "Photo consent:   " PhotoConsent of KidWork
        delimited by size into MissingChildSheetLine
    perform WriteMissingChildSheetLine
    move spaces to MissingChildSheetLine
    string "Notes:           " function trim(KidNotes of KidWork)
        delimited by size into MissingChildSheetLine
    perform WriteMissingChildSheetLine
    move spaces to MissingChildSheetLine
    string "May collect:     " function trim(CollectingAdult of KidWork)
        delimited by size into MissingChildSheetLine
    perform WriteMissingChildSheetLine

    move spaces to MissingChildSheetLine
    perform WriteMissingChildSheetLine
    move spaces to MissingChildSheetLine
    if AuthCode of AlertParentWork equal to spaces
        string "Parent:          no record for " ParentAuthCode of KidWork
            delimited by size into MissingChildSheetLine
        perform WriteMissingChildSheetLine
    else
        string "Parent:          " function trim(AttendeeName of AlertParentWork)
            " (" AuthCode of AlertParentWork ")"
            delimited by size into MissingChildSheetLine
        perform WriteMissingChildSheetLine
        move spaces to MissingChildSheetLine
        string "Pitch:           " function trim(PitchReference of AlertParentWork)
            delimited by size into MissingChildSheetLine
        perform WriteMissingChildSheetLine
        move spaces to MissingChildSheetLine
        string "Telephone:       " function trim(Telephone of AlertParentWork)
            delimited by size into MissingChildSheetLine
        perform WriteMissingChildSheetLine
        move spaces to MissingChildSheetLine
        string "Emergency:       "
            function trim(EmergencyContactName of AlertParentWork) " "
            function trim(EmergencyContactTelephone of AlertParentWork)
            delimited by size into MissingChildSheetLine
        perform WriteMissingChildSheetLine
        move spaces to MissingChildSheetLine
        string "Vehicle:         " function trim(VehicleRegistration of AlertParentWork)
            delimited by size into MissingChildSheetLine
        perform WriteMissingChildSheetLine
        move spaces to MissingChildSheetLine
        string "Family medical:  " function trim(MedicalNotes of AlertParentWork)
            delimited by size into MissingChildSheetLine
        perform WriteMissingChildSheetLine
    end-if

    move "Medication held in first aid:" to MissingChildSheetLine
    perform WriteMissingChildSheetLine
    move zero to ChildAlertMedsHeld
    open input MedicationFile
        read MedicationFile
            at end set EndOfMedicationFile to true
        end-read
        perform until EndOfMedicationFile
            if MedicationParentCode of MedicationRecord equal to ParentAuthCode of KidWork
                    and MedicationKidName of MedicationRecord equal to KidName of KidWork
                    and MedicationStillHeld of MedicationRecord
                add 1 to ChildAlertMedsHeld
                move spaces to MissingChildSheetLine
                string "  " function trim(MedicationName of MedicationRecord)
                    " - " function trim(MedicationInstructions of MedicationRecord)
                    delimited by size into MissingChildSheetLine
                perform WriteMissingChildSheetLine
            end-if
            read MedicationFile
                at end set EndOfMedicationFile to true
            end-read
        end-perform
    close MedicationFile
    if ChildAlertMedsHeld equal to zero
        move "  none" to MissingChildSheetLine
        perform WriteMissingChildSheetLine
    end-if
    close MissingChildSheetFile
    display "Sheet written to " function trim(MissingChildSheetFileName)
        " - print it for the search teams"
.

WriteMissingChildSheetLine section.
    write MissingChildSheetLine
    display function trim(MissingChildSheetLine trailing)
.

FindLastKidsTentMovement section.
*> the tent log line is date, time, IN/OUT, then the child's name and
*> "(parent CODE," - the last line that fits is where they were booked
    move spaces to ChildAlertLastMovement
    move spaces to ChildAlertMovementBy
    move spaces to ChildAlertParentTag
    string "(parent " ParentAuthCode of KidWork delimited by size
        into ChildAlertParentTag
    move length(trim(KidName of KidWork)) to ChildAlertNameLength
    if ChildAlertNameLength equal to zero
        exit section
    end-if
    open input KidsLogFile
        read KidsLogFile
            at end set EndOfKidsLogFile to true
        end-read
        perform until EndOfKidsLogFile
            move zero to ChildAlertTagHits
            inspect KidsLogLine tallying ChildAlertTagHits for all ChildAlertParentTag
            if ChildAlertTagHits is greater than zero
                    and KidsLogLine(21:ChildAlertNameLength)
                        equal to KidName of KidWork(1:ChildAlertNameLength)
                    and KidsLogLine(21 + ChildAlertNameLength:2) equal to " ("
                move KidsLogLine to ChildAlertLastMovement
            end-if
            read KidsLogFile
                at end set EndOfKidsLogFile to true
            end-read
        end-perform
    close KidsLogFile
    if ChildAlertLastMovement not equal to spaces
        unstring ChildAlertLastMovement delimited by ") by "
            into ChildAlertMovementHead, ChildAlertMovementBy
        end-unstring
    end-if
.

LoadChildAlertsTable section.
    move zero to ChildAlertsCount
    open input ChildAlertsFile
        read ChildAlertsFile
            at end set EndOfChildAlertsFile to true
        end-read
        perform until EndOfChildAlertsFile or ChildAlertsCount equal to 200
            add 1 to ChildAlertsCount
            move ChildAlertRecord to ChildAlertEntryRecord(ChildAlertsCount)
            read ChildAlertsFile
                at end set EndOfChildAlertsFile to true
            end-read
        end-perform
    close ChildAlertsFile
.

SaveChildAlertsTable section.
    open output ChildAlertsFile
    perform varying ChildAlertScan from 1 by 1
        until ChildAlertScan is greater than ChildAlertsCount
        move ChildAlertEntryRecord(ChildAlertScan) to ChildAlertRecord
        write ChildAlertRecord
    end-perform
    close ChildAlertsFile
.

WebsiteChangesScreen section.
*> change requests the website sent in (loaded by ChangeRequestImport) -
*> nothing touches the booking until an operator approves it here
    move "X" to ChangeChoice
    perform until ChangeChoice equal to "0"
        perform LoadChangeRequestsTable
        display spaces
        display "Website change requests waiting:"
        move zero to ChangePendingCount
        perform varying ChangeRequestScan from 1 by 1
            until ChangeRequestScan is greater than ChangeRequestsCount
            move ChangeRequestEntry(ChangeRequestScan) to ChangeWork
            if ChangeIsPending of ChangeWork
                add 1 to ChangePendingCount
                perform ShowPendingWebsiteChange
            end-if
        end-perform
        if ChangePendingCount equal to zero
            display "  nothing waiting"
        end-if
        display "(A)pprove number, (R)eject number, 0 to leave:"
        move spaces to ChangeChoice
        accept ChangeChoice at line 24 column 49
        evaluate true
            when ChangeChoice equal to "A" or ChangeChoice equal to "a"
                move "APPROVED" to ChangeDecisionText
                perform DecideWebsiteChange
            when ChangeChoice equal to "R" or ChangeChoice equal to "r"
                move "REJECTED" to ChangeDecisionText
                perform DecideWebsiteChange
            when other
                move "0" to ChangeChoice
        end-evaluate
    end-perform
.

ShowPendingWebsiteChange section.
*> a diet or medical change is as private as the field itself
    if ChangeFieldIsMedical of ChangeWork and not MedicalFieldsVisible
        display "  " ChangeNumber of ChangeWork " "
            ChangeAuthCode of ChangeWork " "
            function trim(ChangeField of ChangeWork) ": "
            function trim(MaskedFieldText)
        exit section
    end-if
    display "  " ChangeNumber of ChangeWork " "
        ChangeAuthCode of ChangeWork " "
        function trim(ChangeField of ChangeWork) ": "
        function trim(ChangeOldValue of ChangeWork) " -> "
        function trim(ChangeNewValue of ChangeWork)
    if ChangeFieldIsMedical of ChangeWork
        move ChangeAuthCode of ChangeWork to FieldAccessSubject
        move "web change" to FieldAccessDetail
        call "LogUnmaskedView" using FieldAccess
    end-if
.

DecideWebsiteChange section.
    display "Change number:"
    move spaces to ChangeChoice
    accept ChangeChoice at line 24 column 16
    if ChangeChoice equal to spaces or test-numval(ChangeChoice) not equal to zero
        move "X" to ChangeChoice
        exit section
    end-if
    move numval(ChangeChoice) to ChangeNumberWanted
    move "X" to ChangeChoice

    perform varying ChangeRequestScan from 1 by 1
        until ChangeRequestScan is greater than ChangeRequestsCount
        move ChangeRequestEntry(ChangeRequestScan) to ChangeWork
        if ChangeNumber of ChangeWork equal to ChangeNumberWanted
            exit perform
        end-if
    end-perform
    if ChangeRequestScan is greater than ChangeRequestsCount
            or not ChangeIsPending of ChangeWork
        display "No change " ChangeNumberWanted " is waiting"
        exit section
    end-if

*> the booking is fetched into CurrentAttendee so the same capacity,
*> slot and pricing sections the edit screen uses do the checking -
*> whatever record the operator had open is put back afterwards
    move CurrentAttendee to ChangeHeldAttendee
    call "GetAttendeeByAuthCode" using ChangeAuthCode of ChangeWork, CurrentAttendee
    if AuthCode of CurrentAttendee not equal to ChangeAuthCode of ChangeWork
        display "Attendee " ChangeAuthCode of ChangeWork " is no longer on file"
        move ChangeHeldAttendee to CurrentAttendee
        exit section
    end-if
    move CurrentAttendee to AttendeeBeforeEdit
    perform FetchChangeFieldOnFile
    if ChangeFieldIsMedical of ChangeWork and not MedicalFieldsVisible
        display function trim(AttendeeName of CurrentAttendee) " - "
            function trim(ChangeField of ChangeWork) " on file now: "
            function trim(MaskedFieldText)
        if upper-case(ChangeOnFileValue) not equal to upper-case(ChangeOldValue of ChangeWork)
            display "NOTE: the camper's idea of what is on file differs"
        end-if
    else
        display function trim(AttendeeName of CurrentAttendee) " - "
            function trim(ChangeField of ChangeWork) " on file now: "
            function trim(ChangeOnFileValue)
        if upper-case(ChangeOnFileValue) not equal to upper-case(ChangeOldValue of ChangeWork)
            display "NOTE: the camper thought it was "
                function trim(ChangeOldValue of ChangeWork)
        end-if
        if ChangeFieldIsMedical of ChangeWork
            move AuthCode of CurrentAttendee to FieldAccessSubject
            move "web change" to FieldAccessDetail
            call "LogUnmaskedView" using FieldAccess
        end-if
    end-if

    if ChangeDecisionText equal to "APPROVED"
        set ChangeWasApplied to false
        perform ApplyWebsiteChange
        if not ChangeWasApplied
            display "Not applied - change " ChangeNumberWanted " is still waiting"
            move ChangeHeldAttendee to CurrentAttendee
            exit section
        end-if
        set ChangeIsApproved of ChangeWork to true
    else
        display "Reason for rejecting (goes to the camper):"
        accept ChangeNote of ChangeWork at line 24 column 44
        set ChangeIsRejected of ChangeWork to true
    end-if
    move SignedOnOperatorId to ChangeDecidedBy of ChangeWork
    accept ChangeDecidedDate of ChangeWork from date yyyymmdd
    move ChangeWork to ChangeRequestEntry(ChangeRequestScan)
    perform SaveChangeRequestsTable
    perform SendChangeConfirmation
    move ChangeHeldAttendee to CurrentAttendee
    display "Change " ChangeNumberWanted " " function lower-case(ChangeDecisionText)
        " - confirmation queued in " function trim(OutboxFileName)
.

FetchChangeFieldOnFile section.
    move spaces to ChangeOnFileValue
    evaluate ChangeField of ChangeWork
        when "ArrivalDay"
            move ArrivalDay of CurrentAttendee to ChangeOnFileValue
        when "DepartureDay"
            move DepartureDay of CurrentAttendee to ChangeOnFileValue
        when "ArrivalSlot"
            move ArrivalSlot of CurrentAttendee to ChangeOnFileValue
        when "Diet"
            move Diet of CurrentAttendee to ChangeOnFileValue
        when "Telephone"
            move Telephone of CurrentAttendee to ChangeOnFileValue
        when "Email"
            move Email of CurrentAttendee to ChangeOnFileValue
        when "MedicalNotes"
            move MedicalNotes of CurrentAttendee to ChangeOnFileValue
        when "EmergencyContactName"
            move EmergencyContactName of CurrentAttendee to ChangeOnFileValue
        when "EmergencyContactTelephone"
            move EmergencyContactTelephone of CurrentAttendee to ChangeOnFileValue
        when "VehicleRegistration"
            move VehicleRegistration of CurrentAttendee to ChangeOnFileValue
    end-evaluate
.

ApplyWebsiteChange section.
    perform SetChangeFieldOnCurrent
    if not ChangeValueIsUsable
        exit section
    end-if

    if ArrivalDay of CurrentAttendee not equal to ArrivalDay of AttendeeBeforeEdit
            or ArrivalSlot of CurrentAttendee not equal to ArrivalSlot of AttendeeBeforeEdit
        perform CheckArrivalSlotCapacity
        if ArrivalSlotIsFull
            exit section
        end-if
    end-if

    if ChangeMovesNights of ChangeWork
        perform FindNightOverCapacity
        if OverCapacityNight is greater than zero
            display spaces
            display "WARNING: " CampNightName(OverCapacityNight) " night would have "
                NightOccupancyCount " people against the licensed "
                NightlyCapacity of EventDetails
            display "Approve the move anyway? (Y/N)"
            move space to ChangeOverrideResponse
            accept ChangeOverrideResponse at line 24 column 32
            if not ApproveChangeAnyway
                exit section
            end-if
        end-if
        if PitchReference of CurrentAttendee not equal to spaces
            perform ComputeCurrentAttendeeNightSpan
            move PitchReference of CurrentAttendee to PitchToCheck
            perform CheckPitchClash
            if PitchIsTaken
                display spaces
                display "WARNING: pitch " function trim(PitchToCheck) " is already taken by "
                    function trim(PitchTakenBy) " for the new nights"
                display "Approve with the double-booked pitch anyway? (Y/N)"
                move space to ChangeOverrideResponse
                accept ChangeOverrideResponse at line 24 column 52
                if not ApproveChangeAnyway
                    exit section
                end-if
            end-if
        end-if
        if PricingModeIsPerNight of EventDetails
            perform SetAmountToPayForTicketType
            perform RestoreFamilyShareOnWebChange
        end-if
        if AmountToPay of CurrentAttendee not equal to AmountToPay of AttendeeBeforeEdit
                and not OperatorCanAdjustMoney
            display "This moves the price from " AmountToPay of AttendeeBeforeEdit
                " to " AmountToPay of CurrentAttendee " - a treasurer must approve it"
            exit section
        end-if
    end-if

    call "UpdateAttendee" using CurrentAttendee, NoSimulateFlag
*> the new nights move this member's full price, so the group's shares
*> are worked out again and the history below shows what they now owe
    perform ApplyFamilyCapAfterSave

    accept EditHistoryTimestamp from date yyyymmdd
    accept EditHistoryTime from time
    move spaces to EditHistoryLine
*> the history is open to every operator, so a diet or medical change
*> says only that it was made
    if ChangeFieldIsMedical of ChangeWork
        string AuthCode of CurrentAttendee " " EditHistoryTimestamp
            " " EditHistoryTime(1:6) " " SignedOnOperatorId
            " Web change " ChangeNumber of ChangeWork " "
            function trim(ChangeField of ChangeWork) " updated"
            delimited by size into EditHistoryLine
    else
        string AuthCode of CurrentAttendee " " EditHistoryTimestamp
            " " EditHistoryTime(1:6) " " SignedOnOperatorId
            " Web change " ChangeNumber of ChangeWork " "
            function trim(ChangeField of ChangeWork) ": "
            function trim(ChangeOnFileValue) " -> "
            function trim(ChangeNewValue of ChangeWork)
            delimited by size into EditHistoryLine
    end-if
    call "AppendHistoryLine" using EditHistoryLine
    if AmountToPay of CurrentAttendee not equal to AmountToPay of AttendeeBeforeEdit
        move spaces to EditHistoryLine
        string AuthCode of CurrentAttendee " " EditHistoryTimestamp
            " " EditHistoryTime(1:6) " " SignedOnOperatorId
            " AmountToPay: " AmountToPay of AttendeeBeforeEdit
            " -> " AmountToPay of CurrentAttendee
            delimited by size into EditHistoryLine
        call "AppendHistoryLine" using EditHistoryLine
    end-if
    set ChangeWasApplied to true
.

RestoreFamilyShareOnWebChange section.
*> the repricing leaves the full price, but the booking was compared,
*> and is owed, net of the family cap - the old share comes off again
*> until the save shares the cap out afresh
    move FamilyCapReduction of AttendeeBeforeEdit
        to FamilyCapReduction of CurrentAttendee
    if FamilyCapReduction of CurrentAttendee is not numeric
        move zero to FamilyCapReduction of CurrentAttendee
    end-if
    if AmountToPay of CurrentAttendee is greater than FamilyCapReduction of CurrentAttendee
        subtract FamilyCapReduction of CurrentAttendee from AmountToPay of CurrentAttendee
    else
        move AmountToPay of CurrentAttendee to FamilyCapReduction of CurrentAttendee
        move zero to AmountToPay of CurrentAttendee
    end-if
.

SetChangeFieldOnCurrent section.
*> the website cannot be trusted to send values the gate screens would
*> accept, so each one is held to the same rule as keying it in
    set ChangeValueIsUsable to true
    if length(trim(ChangeNewValue of ChangeWork)) is greater than 40
            and ChangeField of ChangeWork not equal to "Diet"
            and ChangeField of ChangeWork not equal to "MedicalNotes"
        set ChangeValueIsUsable to false
    end-if
    evaluate ChangeField of ChangeWork
        when "ArrivalDay"
            move upper-case(ChangeNewValue of ChangeWork(1:1)) to ChangeDayEntry(1:1)
            move lower-case(ChangeNewValue of ChangeWork(2:2)) to ChangeDayEntry(2:2)
            move ChangeDayEntry to ArrivalDay of CurrentAttendee
            if not ArrivalDayIsValid of CurrentAttendee
                set ChangeValueIsUsable to false
            end-if
        when "DepartureDay"
            move upper-case(ChangeNewValue of ChangeWork(1:1)) to ChangeDayEntry(1:1)
            move lower-case(ChangeNewValue of ChangeWork(2:2)) to ChangeDayEntry(2:2)
            move ChangeDayEntry to DepartureDay of CurrentAttendee
            if not DepartureDayIsValid of CurrentAttendee
                set ChangeValueIsUsable to false
            end-if
        when "ArrivalSlot"
            move ChangeNewValue of ChangeWork to ArrivalSlot of CurrentAttendee
            if not ArrivalSlotIsValid of CurrentAttendee
                    and not ArrivalSlotNotBooked of CurrentAttendee
                set ChangeValueIsUsable to false
            end-if
        when "Diet"
            move ChangeNewValue of ChangeWork to Diet of CurrentAttendee
        when "Telephone"
            if length(trim(ChangeNewValue of ChangeWork)) is greater than 14
                set ChangeValueIsUsable to false
            end-if
            move ChangeNewValue of ChangeWork to Telephone of CurrentAttendee
        when "Email"
            move ChangeNewValue of ChangeWork to Email of CurrentAttendee
            if EmailUndeliverable of CurrentAttendee
                perform ClearEmailBounce
            end-if
        when "MedicalNotes"
            move ChangeNewValue of ChangeWork to MedicalNotes of CurrentAttendee
        when "EmergencyContactName"
            if length(trim(ChangeNewValue of ChangeWork)) is greater than 25
                set ChangeValueIsUsable to false
            end-if
            move ChangeNewValue of ChangeWork to EmergencyContactName of CurrentAttendee
        when "EmergencyContactTelephone"
            if length(trim(ChangeNewValue of ChangeWork)) is greater than 14
                set ChangeValueIsUsable to false
            end-if
            move ChangeNewValue of ChangeWork
                to EmergencyContactTelephone of CurrentAttendee
        when "VehicleRegistration"
            if length(trim(ChangeNewValue of ChangeWork)) is greater than 10
                set ChangeValueIsUsable to false
            end-if
            move upper-case(ChangeNewValue of ChangeWork)
                to VehicleRegistration of CurrentAttendee
        when other
            set ChangeValueIsUsable to false
    end-evaluate
    if not ChangeValueIsUsable
        display "'" function trim(ChangeNewValue of ChangeWork) "' is not a usable "
            function trim(ChangeField of ChangeWork) " - reject it with a reason"
    end-if
.

SendChangeConfirmation section.
*> the camper hears back the way they asked to be contacted, through
*> the same outbox the confirmation letters and reminders go through
    evaluate true
        when PrefersPost of CurrentAttendee
            move "post" to ChangeChannelFolder
        when PrefersSMS of CurrentAttendee
            move "sms" to ChangeChannelFolder
        when other
            move "email" to ChangeChannelFolder
    end-evaluate
    move spaces to ChangeLetterFileName
    if TrainingModeOn
        string "chg-practice-" AuthCode of CurrentAttendee "-"
            ChangeNumber of ChangeWork ".txt"
            delimited by size into ChangeLetterFileName
    else
        string "letters/" function trim(ChangeChannelFolder) "/change-"
            AuthCode of CurrentAttendee "-" ChangeNumber of ChangeWork ".txt"
            delimited by size into ChangeLetterFileName
    end-if

*> the letter goes out in the camper's own language where there is a
*> template for it, as the receipts and reminders do
    if ChangeIsApproved of ChangeWork
        move ChangeApprovedTemplateName to LetterTemplateBaseName
    else
        move ChangeRejectedTemplateName to LetterTemplateBaseName
    end-if
    move PreferredLanguage of CurrentAttendee to LetterTemplateLanguage
    call "LetterTemplates" using LetterTemplate
    if LetterTemplateFellBack
        display "No " LetterTemplateLanguage " change letter template yet - "
            "sent in English"
    end-if

    set ChangeMovedTheCost to false
    if ChangeIsApproved of ChangeWork
            and AmountToPay of CurrentAttendee not equal to AmountToPay of AttendeeBeforeEdit
        set ChangeMovedTheCost to true
        perform ComputeBalance
    end-if
    move AmountToPay of CurrentAttendee to ChangeFillToPay
    move Balance to ChangeFillBalance

    open output ChangeLetterFile
    if LetterTemplateLineCount equal to zero
        display "Change letter template " function trim(LetterTemplateBaseName)
            " is missing - letter written without it"
        move spaces to ChangeLetterLine
        string "Change " ChangeNumber of ChangeWork " " AuthCode of CurrentAttendee
            " " function trim(ChangeField of ChangeWork) " "
            function trim(ChangeDecisionText)
            delimited by size into ChangeLetterLine
        write ChangeLetterLine
    end-if
    perform varying ChangeTemplateLine from 1 by 1
        until ChangeTemplateLine is greater than LetterTemplateLineCount
        move LetterTemplateText(ChangeTemplateLine) to ChangeWorkLine
*> lines marked {IFCOST} give the new price, so only go when it moved
        if ChangeWorkLine(1:8) equal to "{IFCOST}"
            if ChangeMovedTheCost
                move ChangeWorkLine(9:) to ChangeWorkLine
                perform WriteChangeLetterLine
            end-if
        else
            perform WriteChangeLetterLine
        end-if
    end-perform
    close ChangeLetterFile

    initialize OutboxRecord
    accept OutboxWrittenDate of OutboxRecord from date yyyymmdd
    string "CHNG-" AuthCode of CurrentAttendee "-" OutboxWrittenDate of OutboxRecord
        delimited by size into OutboxMessageId of OutboxRecord
    move AuthCode of CurrentAttendee to OutboxAuthCode of OutboxRecord
    evaluate true
        when PrefersPost of CurrentAttendee
            set OutboxByPost of OutboxRecord to true
            move AttendeeName of CurrentAttendee to OutboxAddress of OutboxRecord
        when PrefersSMS of CurrentAttendee
            set OutboxBySMS of OutboxRecord to true
            move Telephone of CurrentAttendee to OutboxAddress of OutboxRecord
        when other
            set OutboxByEmail of OutboxRecord to true
            move Email of CurrentAttendee to OutboxAddress of OutboxRecord
    end-evaluate
    move "CHANGE" to OutboxKind of OutboxRecord
    move ChangeLetterFileName to OutboxLetterFile of OutboxRecord
    open extend OutboxFile
    write OutboxRecord
    close OutboxFile
.

WriteChangeLetterLine section.
    move substitute(ChangeWorkLine,
        "{NAME}", function trim(AttendeeName of CurrentAttendee),
        "{AUTHCODE}", AuthCode of CurrentAttendee,
        "{FIELD}", function trim(ChangeField of ChangeWork),
        "{VALUE}", function trim(ChangeNewValue of ChangeWork),
        "{NOTE}", function trim(ChangeNote of ChangeWork),
        "{TOPAY}", ChangeFillToPay,
        "{BALANCE}", ChangeFillBalance) to ChangeWorkLine
    move ChangeWorkLine to ChangeLetterLine
    write ChangeLetterLine
.

LoadChangeRequestsTable section.
    move zero to ChangeRequestsCount
    open input ChangeRequestsFile
        read ChangeRequestsFile
            at end set EndOfChangeRequestsFile to true
        end-read
        perform until EndOfChangeRequestsFile or ChangeRequestsCount equal to 500
            add 1 to ChangeRequestsCount
            move ChangeRequestRecord to ChangeRequestEntry(ChangeRequestsCount)
            read ChangeRequestsFile
                at end set EndOfChangeRequestsFile to true
            end-read
        end-perform
    close ChangeRequestsFile
.

SaveChangeRequestsTable section.
    open output ChangeRequestsFile
    perform varying ChangeRequestScan from 1 by 1
        until ChangeRequestScan is greater than ChangeRequestsCount
        move ChangeRequestEntry(ChangeRequestScan) to ChangeRequestRecord
        write ChangeRequestRecord
    end-perform
    close ChangeRequestsFile
.

MaintainExpenses section.
    display spaces
    display "Expenses on the ledger:"
    move zero to ExpenseTotalShown
    open input ExpensesFile
        read ExpensesFile
            at end set EndOfExpensesFile to true
        end-read
        perform until EndOfExpensesFile
            display "  " ExpenseDate of ExpenseRecord " "
                ExpenseCategory of ExpenseRecord " "
                ExpenseAmount of ExpenseRecord " "
                function trim(ExpenseDescription of ExpenseRecord)
            add ExpenseAmount of ExpenseRecord to ExpenseTotalShown
            read ExpensesFile
                at end set EndOfExpensesFile to true
            end-read
        end-perform
    close ExpensesFile
    display "Total spent so far: " ExpenseTotalShown

    move "Y" to AddExpenseResponse
    perform until not AddAnotherExpense
        display "Add an expense? (Y/N)"
        move space to AddExpenseResponse
        accept AddExpenseResponse at line 24 column 23
        if AddAnotherExpense
            initialize ExpenseWork
            accept ExpenseDate of ExpenseWork from date yyyymmdd
            display "Category (MARQUEE/TOILETS/FOOD/INSURANCE/...):"
            accept ExpenseCategory of ExpenseWork at line 24 column 48
            display "Description:"
            accept ExpenseDescription of ExpenseWork at line 24 column 14
            display "Amount:"
            move zero to ExpenseAmountEntry
            accept ExpenseAmountEntry at line 24 column 9
            move ExpenseAmountEntry to ExpenseAmount of ExpenseWork
            open extend ExpensesFile
            move ExpenseWork to ExpenseRecord
            write ExpenseRecord
            close ExpensesFile
*> expenses keyed here are ones already paid from the bank account
            initialize LedgerPostingDetails
            move ExpenseDate of ExpenseWork to LedgerPostingDate
            move AccountRunningCosts to LedgerDebitAccount
            move AccountBank to LedgerCreditAccount
            move ExpenseAmount of ExpenseWork to LedgerPostingAmount
            move "EXPENSE" to LedgerPostingSource
            move ExpenseCategory of ExpenseWork to LedgerPostingNarrative
            call "PostLedger" using LedgerPosting
            display "Recorded " ExpenseAmount of ExpenseWork
                " against " function trim(ExpenseCategory of ExpenseWork)
        end-if
    end-perform
.

IncidentLogScreen section.
    display spaces
    display "First-aid incident log:"
    move zero to IncidentsOnFileCount
    open input IncidentsFile
        read IncidentsFile
            at end set EndOfIncidentsFile to true
        end-read
        perform until EndOfIncidentsFile
            add 1 to IncidentsOnFileCount
            display "  " IncidentNumber of IncidentRecord " "
                IncidentDate of IncidentRecord " "
                IncidentTime of IncidentRecord " sev "
                IncidentSeverity of IncidentRecord " "
                IncidentAuthCode of IncidentRecord " "
                function trim(IncidentKidName of IncidentRecord)
                " at " function trim(IncidentLocation of IncidentRecord)
            display "    " function trim(IncidentDescription of IncidentRecord)
                " - " function trim(IncidentTreatment of IncidentRecord)
                " (by " IncidentHandledBy of IncidentRecord ")"
            read IncidentsFile
                at end set EndOfIncidentsFile to true
            end-read
        end-perform
    close IncidentsFile
    if IncidentsOnFileCount equal to zero
        display "  (no incidents recorded - long may it last)"
    end-if

    move "Y" to AddIncidentResponse
    perform until not AddAnotherIncident
        display "Record an incident? (Y/N)"
        move space to AddIncidentResponse
        accept AddIncidentResponse at line 24 column 27
        if AddAnotherIncident
            perform AddIncidentEntry
        end-if
    end-perform
.

AddIncidentEntry section.
    initialize IncidentWork
    display "AuthCode of the person involved (blank if a child):"
    move spaces to IncidentSubjectCode
    accept IncidentSubjectCode at line 24 column 53
    move upper-case(IncidentSubjectCode) to IncidentSubjectCode

    move spaces to IncidentKidNameEntry
    if IncidentSubjectCode equal to spaces
        display "Child's name as on the kids register:"
        accept IncidentKidNameEntry at line 24 column 39
        perform FindParentForIncidentKid
    end-if

    move IncidentSubjectCode to IncidentAuthCode of IncidentWork
    move IncidentKidNameEntry to IncidentKidName of IncidentWork
    perform ShowIncidentMedicalContext

    add 1 to IncidentsOnFileCount
    move IncidentsOnFileCount to IncidentNumber of IncidentWork
    accept IncidentDate of IncidentWork from date yyyymmdd
    accept IncidentTimeNow from time
            move ParentAuthCode of KidWork to IncidentSubjectCode
            display "Found on the kids register - parent is " IncidentSubjectCode
            if KidNotes of KidWork not equal to spaces
                if SafeguardingFieldsVisible
                    display "Kid's notes: " function trim(KidNotes of KidWork)
                    move IncidentSubjectCode to FieldAccessSubject
                    move "incident kid's notes" to FieldAccessDetail
                    call "LogUnmaskedView" using FieldAccess
                else
                    display "Kid's notes: " function trim(MaskedFieldText)
                end-if
            end-if
        end-if
    end-perform
        exit section
    end-if
    display "Attendee:        " function trim(AttendeeName of IncidentSubjectWork)
    if MedicalFieldsVisible
        display "Medical notes:   " function trim(MedicalNotes of IncidentSubjectWork)
        move IncidentSubjectCode to FieldAccessSubject
        move "incident medical notes" to FieldAccessDetail
        call "LogUnmaskedView" using FieldAccess
    else
        display "Medical notes:   " function trim(MaskedFieldText)
    end-if
    display "Emergency:       "
        function trim(EmergencyContactName of IncidentSubjectWork)
        " " function trim(EmergencyContactTelephone of IncidentSubjectWork)
.

SafeguardingConcernsScreen section.
*> concerns about a child or adult are kept apart from the first-aid log
*> and only a safeguarding lead may open them - refusals go in the
*> sign-on log too, so anyone fishing around shows up
    display spaces
    move zero to ConcernNumber of ConcernWork
    if not SignedOnAsSafeguardingLead
        display "The concerns register is for safeguarding leads only"
        move "SGNO" to ConcernAccessCode
        perform AppendConcernAccessLog
        exit section
    end-if

    display "Safeguarding concerns register - CONFIDENTIAL"
    move zero to ConcernsOnFileCount
    open input ConcernsFile
        read ConcernsFile
            at end set EndOfConcernsFile to true
        end-read
        perform until EndOfConcernsFile
            add 1 to ConcernsOnFileCount
            display "  " ConcernNumber of ConcernRecord " "
                ConcernDate of ConcernRecord " "
                ConcernAuthCode of ConcernRecord " "
                function trim(ConcernKidName of ConcernRecord)
            read ConcernsFile
                at end set EndOfConcernsFile to true
            end-read
        end-perform
    close ConcernsFile
    if ConcernsOnFileCount equal to zero
        display "  (no concerns recorded)"
    end-if

    perform forever
        display "Concern number to view, N to record a new one, blank to leave:"
        move spaces to ConcernChoiceEntry
        accept ConcernChoiceEntry at line 24 column 65
        evaluate true
            when ConcernChoiceEntry equal to spaces
                exit perform
            when ConcernChoiceEntry equal to "N" or ConcernChoiceEntry equal to "n"
                perform AddConcernEntry
            when test-numval(ConcernChoiceEntry) equal to zero
                move numval(ConcernChoiceEntry) to ConcernChoice
                perform ShowConcernEntry
            when other
                display "A concern number, N or blank please"
        end-evaluate
    end-perform
.

ShowConcernEntry section.
    set ConcernFoundOnFile to false
    open input ConcernsFile
        read ConcernsFile
            at end set EndOfConcernsFile to true
        end-read
        perform until EndOfConcernsFile or ConcernFoundOnFile
            if ConcernNumber of ConcernRecord equal to ConcernChoice
                set ConcernFoundOnFile to true
                move ConcernRecord to ConcernWork
            else
                read ConcernsFile
                    at end set EndOfConcernsFile to true
                end-read
            end-if
        end-perform
    close ConcernsFile
    if not ConcernFoundOnFile
        display "No concern number " ConcernChoice " on the register"
        exit section
    end-if

    move "SGVW" to ConcernAccessCode
    perform AppendConcernAccessLog
    display "Concern " ConcernNumber of ConcernWork " - "
        ConcernDate of ConcernWork " " ConcernTime of ConcernWork
        " (logged by " function trim(ConcernLoggedBy of ConcernWork) ")"
    display "About:       " ConcernAuthCode of ConcernWork " "
        function trim(ConcernKidName of ConcernWork)
    display "Raised by:   " function trim(ConcernRaisedBy of ConcernWork)
    display "Seen/heard:  " function trim(ConcernSeen of ConcernWork)
    display "Actions:     " function trim(ConcernActions of ConcernWork)
    if ConcernWasReferred of ConcernWork
        display "Referred to: " function trim(ConcernReferredTo of ConcernWork)
    else
        display "Referred to: not referred outwards"
    end-if

    display "Print this concern to a file? (Y/N)"
    move space to ConcernPrintResponse
    accept ConcernPrintResponse at line 24 column 37
    if PrintConcernWanted
        perform PrintConcernEntry
    end-if
.

PrintConcernEntry section.
    move spaces to ConcernExtractFileName
    string "concern-" delimited by size
        ConcernNumber of ConcernWork delimited by size
        ".txt" delimited by size
        into ConcernExtractFileName
    end-string

    open output ConcernExtractFile
    move "*** SAFEGUARDING - CONFIDENTIAL - DO NOT LEAVE LYING ABOUT ***"
        to ConcernExtractLine
    write ConcernExtractLine
    move spaces to ConcernExtractLine
    string "Concern " ConcernNumber of ConcernWork " recorded "
        ConcernDate of ConcernWork " " ConcernTime of ConcernWork
        " by " ConcernLoggedBy of ConcernWork
        delimited by size into ConcernExtractLine
    write ConcernExtractLine
    move all "=" to ConcernExtractLine
    write ConcernExtractLine
    move spaces to ConcernExtractLine
    string "About:       " ConcernAuthCode of ConcernWork " "
        function trim(ConcernKidName of ConcernWork)
        delimited by size into ConcernExtractLine
    write ConcernExtractLine
    move spaces to ConcernExtractLine
    string "Raised by:   " function trim(ConcernRaisedBy of ConcernWork)
        delimited by size into ConcernExtractLine
    write ConcernExtractLine
    move spaces to ConcernExtractLine
    string "Seen/heard:  " function trim(ConcernSeen of ConcernWork)
        delimited by size into ConcernExtractLine
    write ConcernExtractLine
    move spaces to ConcernExtractLine
    string "Actions:     " function trim(ConcernActions of ConcernWork)
        delimited by size into ConcernExtractLine
    write ConcernExtractLine
    move spaces to ConcernExtractLine
    if ConcernWasReferred of ConcernWork
        string "Referred to: " function trim(ConcernReferredTo of ConcernWork)
            delimited by size into ConcernExtractLine
    else
        move "Referred to: not referred outwards" to ConcernExtractLine
    end-if
    write ConcernExtractLine
    move spaces to ConcernExtractLine
    string "Printed by " function trim(SignedOnOperatorId)
        delimited by size into ConcernExtractLine
    write ConcernExtractLine
    close ConcernExtractFile

    move "SGPR" to ConcernAccessCode
    perform AppendConcernAccessLog
    display "Printed to " function trim(ConcernExtractFileName)
.

AddConcernEntry section.
*> the subject lookup is the same as for an incident, so the incident
*> entry fields and kids-register search are borrowed for it
    initialize ConcernWork
    display "AuthCode of the person concerned (blank if a child):"
    move spaces to IncidentSubjectCode
    accept IncidentSubjectCode at line 24 column 54
    move upper-case(IncidentSubjectCode) to IncidentSubjectCode

    move spaces to IncidentKidNameEntry
    if IncidentSubjectCode equal to spaces
        display "Child's name as on the kids register:"
        accept IncidentKidNameEntry at line 24 column 39
        perform FindParentForIncidentKid
    end-if
    move IncidentSubjectCode to ConcernAuthCode of ConcernWork
    move IncidentKidNameEntry to ConcernKidName of ConcernWork

    add 1 to ConcernsOnFileCount
    move ConcernsOnFileCount to ConcernNumber of ConcernWork
    accept ConcernDate of ConcernWork from date yyyymmdd
    accept IncidentTimeNow from time
    move IncidentTimeNow(1:4) to ConcernTime of ConcernWork
    display "Who raised the concern:"
    accept ConcernRaisedBy of ConcernWork at line 24 column 25
    display "What was seen or heard:"
    accept ConcernSeen of ConcernWork at line 24 column 25
    display "Actions taken:"
    accept ConcernActions of ConcernWork at line 24 column 16
    display "Referred outwards (police, social services, LADO)? (Y/N)"
    move "N" to ConcernReferred of ConcernWork
    accept ConcernReferred of ConcernWork at line 24 column 58
    if ConcernWasReferred of ConcernWork
        move "Y" to ConcernReferred of ConcernWork
        display "Referred to whom (agency and reference):"
        accept ConcernReferredTo of ConcernWork at line 24 column 42
    else
        move "N" to ConcernReferred of ConcernWork
    end-if
    move SignedOnOperatorId to ConcernLoggedBy of ConcernWork

    open extend ConcernsFile
    move ConcernWork to ConcernRecord
    write ConcernRecord
    close ConcernsFile
    move "SGAD" to ConcernAccessCode
    perform AppendConcernAccessLog
    display "Concern " ConcernNumber of ConcernWork " recorded"
.

AppendConcernAccessLog section.
*> same file as sign-on and sign-on failures, so one log answers "who
*> has looked at what" - SGVW view, SGPR print, SGAD add, SGNO refused
    accept SignOnLogDate from date yyyymmdd
    accept SignOnLogTime from time
    open extend SignOnLogFile
    move spaces to SignOnLogLine
    string SignOnLogDate " " SignOnLogTime(1:6) " "
        SignedOnOperatorId " " ConcernAccessCode " "
        ConcernNumber of ConcernWork
        delimited by size into SignOnLogLine
    write SignOnLogLine
    close SignOnLogFile
.

MergeDuplicateAttendees section.
    display spaces
    display "AuthCode of the record to KEEP:"
    if Telephone of CurrentAttendee equal to spaces
        move Telephone of LosingAttendee to Telephone of CurrentAttendee
    end-if
    if PersonId of CurrentAttendee equal to zeroes
        move PersonId of LosingAttendee to PersonId of CurrentAttendee
    end-if
    if Diet of CurrentAttendee equal to spaces
        move Diet of LosingAttendee to Diet of CurrentAttendee
    end-if
    close AttendeesFile
.

CheckNewSignUpAgainstBarredList section.
    call "BarredListCheck" using BarredFileName, CurrentAttendee, BarredMatch
    if not BarredListHit
        exit section
    end-if
*> nobody is turned away at the desk on the strength of a match - the
*> booking is kept but parked, and they do not go on site until an
*> admin has looked at it
    set BookingHeldForBarredReview of CurrentAttendee to true
    if AttendeeArrived of CurrentAttendee
        set AttendeeComing of CurrentAttendee to true
    end-if
    display spaces
    display "HELD FOR REVIEW: matches barred list entry " BarredMatchRef
        " on " function trim(BarredMatchedOn)
    display "The booking is saved but NOT checked in - fetch an admin"
    move spaces to BarredHistoryText
    string "signup matched entry " BarredMatchRef " on "
        function trim(BarredMatchedOn) " - held for admin review"
        delimited by size into BarredHistoryText
.

CheckScannedCodeAgainstBarredList section.
    if BookingHeldForBarredReview of CurrentAttendee
        set ScanHasProblem to true
        perform ShowScanProblemBanner
        display " " function trim(AttendeeName of CurrentAttendee)
            " IS HELD FOR ADMIN REVIEW - do not check in, fetch an admin"
        exit section
    end-if

    call "BarredListCheck" using BarredFileName, CurrentAttendee, BarredMatch
    if not BarredListHit
        exit section
    end-if
*> the entry may have been added after they booked, so the scan is the
*> last chance to catch it - park the booking exactly as a signup would
    set ScanHasProblem to true
    set BookingHeldForBarredReview of CurrentAttendee to true
    call "UpdateAttendee" using CurrentAttendee, NoSimulateFlag
    perform ShowScanProblemBanner
    display " " function trim(AttendeeName of CurrentAttendee)
        " MATCHES THE BARRED LIST on " function trim(BarredMatchedOn)
    display "   do not check in - fetch an admin"
    move spaces to BarredHistoryText
    string "gate scan matched entry " BarredMatchRef " on "
        function trim(BarredMatchedOn) " - held for admin review"
        delimited by size into BarredHistoryText
    perform WriteBarredHistoryLine
.

WriteBarredHistoryLine section.
    accept EditHistoryTimestamp from date yyyymmdd
    accept EditHistoryTime from time
    move spaces to EditHistoryLine
    string AuthCode of CurrentAttendee " " EditHistoryTimestamp
        " " EditHistoryTime(1:6) " " SignedOnOperatorId
        " BARRED: " BarredHistoryText
        delimited by size into EditHistoryLine
    call "AppendHistoryLine" using EditHistoryLine
.

BarredListScreen section.
    if not OperatorHasAdminRights
        display spaces
        display "Only an admin operator can open the barred list"
        exit section
    end-if

    accept BarredTodayDate from date yyyymmdd
    display spaces
    display "Barred list - collective decisions, not for the gate tent wall:"
    move zero to BarredEntriesCount
    open input BarredFile
        read BarredFile
            at end set EndOfBarredFile to true
        end-read
        perform until EndOfBarredFile
            add 1 to BarredEntriesCount
            if BarredReviewDate of BarredRecord not equal to spaces
                    and BarredReviewDate of BarredRecord
                        is less than or equal to BarredTodayDate
                display "  " BarredRef of BarredRecord " "
                    BarredName of BarredRecord " barred "
                    BarredDate of BarredRecord " REVIEW DUE "
                    BarredReviewDate of BarredRecord
            else
                display "  " BarredRef of BarredRecord " "
                    BarredName of BarredRecord " barred "
                    BarredDate of BarredRecord " review "
                    BarredReviewDate of BarredRecord
            end-if
            display "      " function trim(BarredReason of BarredRecord)
            read BarredFile
                at end set EndOfBarredFile to true
            end-read
        end-perform
    close BarredFile
    if BarredEntriesCount equal to zero
        display "  (nobody on the list)"
    end-if

    display "(A)dd an entry, (R)eview held bookings, blank to go back:"
    move space to BarredMenuChoice
    accept BarredMenuChoice at line 24 column 59
    evaluate BarredMenuChoice
        when "A" when "a" perform AddBarredEntry
        when "R" when "r" perform ReviewBarredHolds
    end-evaluate
.

AddBarredEntry section.
    initialize BarredWork
    add 1 to BarredEntriesCount
    move spaces to BarredRef of BarredWork
    string "BAR" BarredEntriesCount delimited by size
        into BarredRef of BarredWork
    display "Name (blank if not known):"
    accept BarredName of BarredWork at line 24 column 28
    display "Email (blank if not known):"
    accept BarredEmail of BarredWork at line 24 column 29
    display "Telephone (blank if not known):"
    accept BarredTelephone of BarredWork at line 24 column 33
    display "Vehicle registration (blank if not known):"
    accept BarredVehicle of BarredWork at line 24 column 44
    move upper-case(BarredVehicle of BarredWork) to BarredVehicle of BarredWork
    if BarredName of BarredWork equal to spaces
            and BarredEmail of BarredWork equal to spaces
            and BarredTelephone of BarredWork equal to spaces
            and BarredVehicle of BarredWork equal to spaces
        display "Nothing to match on - no entry added"
        exit section
    end-if
    display "Reason (as minuted by the collective):"
    accept BarredReason of BarredWork at line 24 column 40
    accept BarredDate of BarredWork from date yyyymmdd
    display "Review date (YYYYMMDD, blank for none):"
    accept BarredReviewDate of BarredWork at line 24 column 41

    open extend BarredFile
    move BarredWork to BarredRecord
    write BarredRecord
    close BarredFile
    display "Barred list entry " BarredRef of BarredWork " added"
.

ReviewBarredHolds section.
    display spaces
    display "Bookings held on a barred list match:"
    move zero to BarredReviewShown
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile
            if BookingHeldForBarredReview of AttendeeRecord
                    and not AttendeeCancelled of AttendeeRecord
                add 1 to BarredReviewShown
                display "  " AuthCode of AttendeeRecord " "
                    function trim(AttendeeName of AttendeeRecord)
                    " signed up " SignUpDate of AttendeeRecord
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile
    if BarredReviewShown equal to zero
        display "  (nothing held)"
        exit section
    end-if

    display "AuthCode to decide (blank to go back):"
    move spaces to BarredReviewSelection
    accept BarredReviewSelection at line 24 column 40
    if BarredReviewSelection equal to spaces
        exit section
    end-if
    move upper-case(BarredReviewSelection) to AuthCodeToSearchFor
    perform SearchByAuthCode
    if not RecordFound or not BookingHeldForBarredReview of CurrentAttendee
        display "No held booking for that code"
        exit section
    end-if

    call "BarredListCheck" using BarredFileName, CurrentAttendee, BarredMatch
    display function trim(AttendeeName of CurrentAttendee) " "
        function trim(Email of CurrentAttendee) " "
        function trim(Telephone of CurrentAttendee) " "
        function trim(VehicleRegistration of CurrentAttendee)
    if BarredListHit
        display "Matches " BarredMatchRef " on " function trim(BarredMatchedOn)
            ": " function trim(BarredMatchReason)
    else
        display "No longer matches anything on the list"
    end-if

    display "(R)elease the booking, (C)ancel it, blank to leave it held:"
    move space to BarredReviewDecision
    accept BarredReviewDecision at line 24 column 62
    evaluate true
        when BarredReviewRelease
            set BookingHeldForBarredReview of CurrentAttendee to false
            move "admin review - not the barred person, booking released"
                to BarredHistoryText
        when BarredReviewCancel
*> any refund still goes through the treasurer in the usual way
            set BookingHeldForBarredReview of CurrentAttendee to false
            set AttendeeCancelled of CurrentAttendee to true
            move "Barred list - admin decision"
                to CancellationReason of CurrentAttendee
            accept CancelledDate of CurrentAttendee from date yyyymmdd
            move "admin review - barred, booking cancelled"
                to BarredHistoryText
        when other
            exit section
    end-evaluate
    call "UpdateAttendee" using CurrentAttendee, NoSimulateFlag
    perform WriteBarredHistoryLine
    display "Decision recorded against " AuthCode of CurrentAttendee
.

EditAttendee section.
    if not RecordFound then
        exit section

    move CurrentAttendee to AttendeeBeforeEdit
    perform FormatKidsAgesForDisplay
    move "edit screen" to FieldAccessDetail
    perform LogSensitiveFieldsShown

    perform until CommandKeyIsF1 or CommandKeyIsF8
        perform ComputeBalance
        perform FillMaskedScreenFields
        accept EditAttendeeScreen from crt end-accept
        perform TakeBackMaskedScreenFields
        evaluate true
            when CommandKeyIsF8
                perform ParseKidsAgesFromEntry
            when CommandKeyIsF6
                evaluate true
                    when AttendeeComing of CurrentAttendee
                        move CurrentAttendee to MinorCheckWork
                        perform CheckUnaccompaniedMinor
                        if MinorCheckInRefused
                            perform ShowMinorCheckInRefusal
                        else
                            set AttendeeArrived of CurrentAttendee to true
                            perform WarnIfDBSNotCurrent
                            display "F8 saves the arrival - the family offer follows the save"
                        end-if
                    when AttendeeArrived of CurrentAttendee
                        if OperatorCanAdjustMoney
                            set AttendeeCancelled of CurrentAttendee to true
        exit section
    end-if

    set PitchIsKnown to false
    open input PitchesFile
        read PitchesFile
            at end set EndOfPitchesFile to true
        end-read
        perform until EndOfPitchesFile
            if PitchId of PitchRecord equal to PitchIdEntry
                set PitchIsKnown to true
                move PitchRecord to PitchDetailWork
            end-if
            read PitchesFile
                at end set EndOfPitchesFile to true
            end-read
        end-perform
    close PitchesFile

    if not PitchIsKnown
        display "Pitch " function trim(PitchIdEntry)
            " is not in " function trim(PitchesFileName) " - not allocated"
        exit section
    end-if

    move PitchReference of CurrentAttendee to PitchBeforeEntry
    move PitchIdEntry to PitchReference of CurrentAttendee
    move PitchIdEntry to PitchToCheck
    perform CheckPitchClash
    if PitchIsTaken
        display "WARNING: pitch " function trim(PitchIdEntry) " is already taken by "
            function trim(PitchTakenBy) " for overlapping nights"
        display "Allocate it anyway? (Y/N)"
        move space to PitchOverrideResponse
        accept PitchOverrideResponse at line 24 column 26
        if not ProceedDespitePitchClash
            move PitchBeforeEntry to PitchReference of CurrentAttendee
        end-if
    end-if

    if PitchReference of CurrentAttendee equal to PitchIdEntry
        perform WarnIfPitchUnsuitableForNeeds
        perform WarnIfDogsOnWrongPitch
        perform WarnIfGasUnitsAdjacent
        if WantsElectricHookUp of CurrentAttendee
                and HookUpNotAllocated of CurrentAttendee
            perform AllocateHookUpCircuit
        end-if
    end-if
.

AllocateHookUpCircuit section.
    display spaces
    if not WantsElectricHookUp of CurrentAttendee
        display "No hook-up declared - use the fire safety declaration first"
        exit section
    end-if
    if TicketTypeIsDayVisitor of CurrentAttendee
        display "Day visitors do not get an electric hook-up"
        exit section
    end-if

*> resolve the pitch area so the circuits serving it can be marked
    move spaces to PitchArea of PitchDetailWork
    if PitchReference of CurrentAttendee not equal to spaces
        open input PitchesFile
            read PitchesFile
                at end set EndOfPitchesFile to true
            end-read
            perform until EndOfPitchesFile
                if PitchId of PitchRecord equal to PitchReference of CurrentAttendee
                    move PitchRecord to PitchDetailWork
                end-if
                read PitchesFile
                    at end set EndOfPitchesFile to true
                end-read
            end-perform
        close PitchesFile
    end-if

    perform ComputeCurrentAttendeeNightSpan
    if HookUpNotAllocated of CurrentAttendee
        display "Hook-up circuits for nights " CampNightName(CurrentSpanFrom)
            " to " CampNightName(CurrentSpanTo) " (peak load / rating):"
    else
        display "On circuit " function trim(HookUpCircuit of CurrentAttendee)
            " at " HookUpLoadAmps of CurrentAttendee "A - circuits for "
            CampNightName(CurrentSpanFrom) " to " CampNightName(CurrentSpanTo) ":"
    end-if
    open input CircuitsFile
        read CircuitsFile
            at end set EndOfCircuitsFile to true
        end-read
        perform until EndOfCircuitsFile
            move CircuitRecord to CircuitDetailWork
            perform WorkOutCircuitPeakLoad
            if CircuitArea of CircuitDetailWork equal to PitchArea of PitchDetailWork
                    and PitchArea of PitchDetailWork not equal to spaces
                display "  " CircuitId of CircuitDetailWork " "
                    function trim(CircuitArea of CircuitDetailWork) " "
                    CircuitPeakAmps "/" CircuitAmpRating of CircuitDetailWork "A "
                    CircuitPeakSockets "/" CircuitSockets of CircuitDetailWork
                    " sockets  <- this pitch's area"
            else
                display "  " CircuitId of CircuitDetailWork " "
                    function trim(CircuitArea of CircuitDetailWork) " "
                    CircuitPeakAmps "/" CircuitAmpRating of CircuitDetailWork "A "
                    CircuitPeakSockets "/" CircuitSockets of CircuitDetailWork
                    " sockets"
            end-if
            read CircuitsFile
                at end set EndOfCircuitsFile to true
            end-read
        end-perform
    close CircuitsFile

    display "Circuit to plug into (blank leaves it, X unplugs):"
    move spaces to CircuitIdEntry
    accept CircuitIdEntry at line 24 column 52
    if CircuitIdEntry equal to spaces
        exit section
    end-if
    if CircuitIdEntry equal to "X" or CircuitIdEntry equal to "x"
        perform ReleaseHookUpCircuit
        exit section
    end-if

    set CircuitIsKnown to false
    open input CircuitsFile
        read CircuitsFile
            at end set EndOfCircuitsFile to true
        end-read
        perform until EndOfCircuitsFile or CircuitIsKnown
            if CircuitId of CircuitRecord equal to CircuitIdEntry
                set CircuitIsKnown to true
                move CircuitRecord to CircuitDetailWork
            else
                read CircuitsFile
                    at end set EndOfCircuitsFile to true
                end-read
            end-if
        end-perform
    close CircuitsFile
    if not CircuitIsKnown
        display "Circuit " function trim(CircuitIdEntry) " is not in "
            function trim(CircuitsFileName) " - not allocated"
        exit section
    end-if

    display "Load in amps (blank for " DefaultHookUpAmps "A):"
    move spaces to HookUpAmpsEntry
    accept HookUpAmpsEntry at line 24 column 30
    if HookUpAmpsEntry equal to spaces
            or function test-numval(HookUpAmpsEntry) not equal to zero
            or function numval(HookUpAmpsEntry) equal to zero
        move DefaultHookUpAmps to HookUpAmpsWanted
    else
        move function numval(HookUpAmpsEntry) to HookUpAmpsWanted
    end-if

*> the loads of everyone else on the circuit are summed night by night,
*> so moving to another circuit never counts this booking twice
    perform WorkOutCircuitPeakLoad
    if CircuitPeakSockets is greater than or equal to CircuitSockets of CircuitDetailWork
        display "REFUSED: all " CircuitSockets of CircuitDetailWork " sockets on "
            function trim(CircuitIdEntry) " are in use on at least one of those nights"
        exit section
    end-if
    if CircuitPeakAmps + HookUpAmpsWanted is greater than CircuitAmpRating of CircuitDetailWork
        compute CircuitSpareAmps = CircuitAmpRating of CircuitDetailWork - CircuitPeakAmps
        display "REFUSED: circuit " function trim(CircuitIdEntry) " is rated "
            CircuitAmpRating of CircuitDetailWork "A with " CircuitPeakAmps
            "A already drawn - only " CircuitSpareAmps "A spare"
        exit section
    end-if

    move HookUpCircuit of CurrentAttendee to HookUpCircuitBefore
    move CircuitIdEntry to HookUpCircuit of CurrentAttendee
    move HookUpAmpsWanted to HookUpLoadAmps of CurrentAttendee
    if HookUpCircuitBefore equal to spaces
        perform ComputeHookUpCharge
        add HookUpCharge to AmountToPay of CurrentAttendee
        display "Plugged into " function trim(CircuitIdEntry) " - "
            HookUpCharge " added for " HookUpNights " nights, F8 saves it"
    else
        display "Moved to circuit " function trim(CircuitIdEntry) " - F8 saves it"
    end-if
.

ReleaseHookUpCircuit section.
    if HookUpNotAllocated of CurrentAttendee
        exit section
    end-if
    perform ComputeHookUpCharge
    if HookUpCharge is greater than AmountToPay of CurrentAttendee
        move AmountToPay of CurrentAttendee to HookUpCharge
    end-if
    subtract HookUpCharge from AmountToPay of CurrentAttendee
    display "Unplugged from " function trim(HookUpCircuit of CurrentAttendee)
        " - " HookUpCharge " hook-up charge taken off, F8 saves it"
    move spaces to HookUpCircuit of CurrentAttendee
    move zero to HookUpLoadAmps of CurrentAttendee
.

WorkOutCircuitPeakLoad section.
*> CurrentSpanFrom/To must already hold this attendee's nights
    initialize CircuitNightLoad
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile
            if AuthCode of AttendeeRecord not equal to AuthCode of CurrentAttendee
                    and not AttendeeCancelled of AttendeeRecord
                    and HookUpCircuit of AttendeeRecord equal to CircuitId of CircuitDetailWork
                move ArrivalDay of AttendeeRecord to SpanArrivalDay
                move DepartureDay of AttendeeRecord to SpanDepartureDay
                move StayingTillMonday of AttendeeRecord to SpanStayingTillMonday
                perform ComputeNightSpan
                perform varying CircuitNightScan from SpanFromNight by 1
                    until CircuitNightScan is greater than SpanToNight
                    add HookUpLoadAmps of AttendeeRecord
                        to CircuitNightAmps(CircuitNightScan)
                    add 1 to CircuitNightSockets(CircuitNightScan)
                end-perform
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile

    move zero to CircuitPeakAmps
    move zero to CircuitPeakSockets
    perform varying CircuitNightScan from CurrentSpanFrom by 1
        until CircuitNightScan is greater than CurrentSpanTo
        if CircuitNightAmps(CircuitNightScan) is greater than CircuitPeakAmps
            move CircuitNightAmps(CircuitNightScan) to CircuitPeakAmps
        end-if
        if CircuitNightSockets(CircuitNightScan) is greater than CircuitPeakSockets
            move CircuitNightSockets(CircuitNightScan) to CircuitPeakSockets
        end-if
    end-perform
.

WarnIfDogsOnWrongPitch section.

    move zero to RefundSuggestion
    move zero to DaysBeforeEvent
    set ChargeScheduleApplied to false
    if CancelledDate of CurrentAttendee not equal to zeroes
            and EventStartDate of EventDetails not equal to zeroes
        move CancelledDate of CurrentAttendee to CancelledDateNumeric
        move EventStartDate of EventDetails to EventStartDateNumeric
        compute DaysBeforeEvent = integer-of-date(EventStartDateNumeric)
            - integer-of-date(CancelledDateNumeric)
        perform ApplyChargeSchedule
    end-if

    display spaces
    display "Attendee has paid " AmountPaid of CurrentAttendee
        " - cancelling " DaysBeforeEvent " days before the event"
    if ChargeScheduleApplied
        if ChargeWeeksApplied equal to zero
            display "Refund due is " RefundSuggestion
                " - less notice than any band on the schedule"
        else
            display "Refund due is " RefundSuggestion " - " ChargePercentApplied
                "% for " ChargeWeeksApplied " or more weeks' notice"
        end-if
    else
        display "No event start date - the schedule cannot be worked out"
    end-if
    display "(R)efund the money, roll it to a (C)redit for next year, (N)either:"
    move space to RefundOrCreditChoice
    accept RefundOrCreditChoice at line 24 column 69
        when RollToCredit
            perform GrantCreditForCancellation
        when GiveRefundNow
            perform RefuseMoneyIfTodayIsClosed
            if DayIsClosed
                display "No refund recorded - roll it to a credit or refund it tomorrow"
                exit section
            end-if
            display "Refund amount to give (0 for none):"
            move RefundSuggestion to RefundAmountEntry
            accept RefundAmountEntry at line 24 column 37
            move RefundAmountEntry to OverrideAmountGiven
            move "refund" to OverrideKind
            perform CheckChargeScheduleOverride
            move OverrideAmountGiven to RefundAmountEntry
            if RefundAmountEntry is greater than zero
                display "Refund method (CASH/BANK/CARD):"
                move spaces to RefundMethodEntry
                accept RefundMethodEntry at line 24 column 33
                if function upper-case(RefundMethodEntry) equal to "BANK"
                    move AuthCode of CurrentAttendee to PayeeBankAuthCode
                    perform EnsurePayeeBankDetails
                end-if
                if RefundAmountEntry is greater than ApprovalThreshold
                    perform QueueRefundForApproval
                    exit section
                end-if
                move RefundAmountEntry to RefundAmount of CurrentAttendee
                accept RefundDate of CurrentAttendee from date yyyymmdd
                move RefundMethodEntry to RefundMethod of CurrentAttendee
                move RefundAmountEntry to PendingLedgerRefund
                move RefundMethodEntry to PendingLedgerRefundMethod
            end-if
    end-evaluate
.

ApplyChargeSchedule section.
*> the longest notice band the cancellation meets sets the percentage,
*> so two people cancelling on the same day get the same back
    set ChargeScheduleApplied to true
    move zero to ChargeWeeksApplied
    move zero to ChargePercentApplied
    perform varying ChargeBandScan from 1 by 1 until ChargeBandScan is greater than 4
        if ChargeNoticeWeeks(ChargeBandScan) is greater than zero
                and DaysBeforeEvent is greater than or equal to
                    ChargeNoticeWeeks(ChargeBandScan) * 7
                and ChargeNoticeWeeks(ChargeBandScan) is greater than ChargeWeeksApplied
            move ChargeNoticeWeeks(ChargeBandScan) to ChargeWeeksApplied
            move ChargeRefundPercent(ChargeBandScan) to ChargePercentApplied
        end-if
    end-perform
    compute RefundSuggestion rounded =
        AmountPaid of CurrentAttendee * ChargePercentApplied / 100
.

CheckChargeScheduleOverride section.
*> any other figure needs a reason, goes in the history, and lands on
*> the treasurer's task list to be looked at
    if OverrideAmountGiven equal to RefundSuggestion
        exit section
    end-if
    display "The schedule gives " RefundSuggestion
        " - reason for giving " OverrideAmountGiven " (blank to keep to the schedule):"
    move spaces to OverrideReason
    accept OverrideReason at line 24 column 1
    if OverrideReason equal to spaces
        move RefundSuggestion to OverrideAmountGiven
        display "Kept to the schedule - " OverrideKind " of " RefundSuggestion
        exit section
    end-if

    accept EditHistoryTimestamp from date yyyymmdd
    accept EditHistoryTime from time
    move spaces to EditHistoryLine
    string AuthCode of CurrentAttendee " " EditHistoryTimestamp
        " " EditHistoryTime(1:6) " " SignedOnOperatorId
        " OVERRIDE: " function trim(OverrideKind) " " OverrideAmountGiven
        " against schedule " RefundSuggestion " - " function trim(OverrideReason)
        delimited by size into EditHistoryLine
    call "AppendHistoryLine" using EditHistoryLine

    initialize TaskRaiseDetails
    move AuthCode of CurrentAttendee to TaskRaiseAuthCode
    string "Check " function trim(OverrideKind) " " OverrideAmountGiven
        " v schedule " RefundSuggestion ": " function trim(OverrideReason)
        delimited by size into TaskRaiseDescription
    accept TaskRaiseDueDate from date yyyymmdd
    move "T" to TaskRaiseRole
    move "OVERRIDE" to TaskRaiseSource
    move SignedOnOperatorId to TaskRaiseBy
    call "RaiseTask" using TaskRaise
    display "Override recorded - the treasurer will see it on their task list"
.

QueueRefundForApproval section.
*> the booking is still cancelled now, but no money is shown as going
*> back until the second operator approves it
    initialize ApprovalWork
    set ApprovalIsRefund of ApprovalWork to true
    move AuthCode of CurrentAttendee to ApprovalAuthCode of ApprovalWork
    move RefundAmountEntry to ApprovalAmount of ApprovalWork
    move upper-case(RefundMethodEntry) to ApprovalMethod of ApprovalWork
    perform QueueForApproval
.

GrantCreditForCancellation section.
    display "Amount to hold as a credit (suggested "
        RefundSuggestion "):"
    move RefundSuggestion to CreditAmountEntry
    accept CreditAmountEntry at line 24 column 49
    move CreditAmountEntry to OverrideAmountGiven
    move "credit" to OverrideKind
    perform CheckChargeScheduleOverride
    move OverrideAmountGiven to CreditAmountEntry
    if CreditAmountEntry equal to zero
        display "No credit held"
        exit section
    move CreditWork to CreditRecord
    write CreditRecord
    close CreditsFile
    initialize LedgerPostingDetails
    move CreditGrantedDate of CreditWork to LedgerPostingDate
    move AccountCampIncome to LedgerDebitAccount
    move AccountCreditsHeld to LedgerCreditAccount
    move CreditAmountEntry to LedgerPostingAmount
    move AuthCode of CurrentAttendee to LedgerPostingReference
    move "CREDIT" to LedgerPostingSource
    move "Fee held as a credit for next year" to LedgerPostingNarrative
    call "PostLedger" using LedgerPosting
    perform WriteCreditHistoryLine
    display "Credit of " CreditAmountEntry " held for "
        function trim(AttendeeName of CurrentAttendee)
        exit section
    end-if

    set OpenCreditFound to false
    open input CreditsFile
        read CreditsFile
            at end set EndOfCreditsFile to true
        end-read
        perform until EndOfCreditsFile or OpenCreditFound
            if CreditIsOpen of CreditRecord
                    and (upper-case(function trim(CreditAuthCode of CreditRecord))
                            equal to upper-case(function trim(CreditSearchEntry))
                        or upper-case(function trim(CreditName of CreditRecord))
                            equal to upper-case(function trim(CreditSearchEntry)))
                set OpenCreditFound to true
                move CreditRecord to CreditWork
            end-if
            if not OpenCreditFound
                read CreditsFile
                    at end set EndOfCreditsFile to true
                end-read
            end-if
        end-perform
    close CreditsFile

    if not OpenCreditFound
        display "No open credit found for '"
            function trim(CreditSearchEntry) "' - full price applies"
        exit section
    end-if

    display "Found a credit of " CreditAmount of CreditWork
        " for " function trim(CreditName of CreditWork)
        " from " function trim(CreditFromEvent of CreditWork)
    if CreditAmount of CreditWork is greater than AmountToPay of CurrentAttendee
        display "Credit is more than the new price - the difference is forfeit"
        move AmountToPay of CurrentAttendee to CreditAmountEntry
    else
        move CreditAmount of CreditWork to CreditAmountEntry
    end-if
    subtract CreditAmountEntry from AmountToPay of CurrentAttendee

    set CreditIsRedeemed of CreditWork to true
    accept CreditRedeemedDate of CreditWork from date yyyymmdd
    move AuthCode of CurrentAttendee to CreditRedeemedBy of CreditWork
    move AttendeesFileName to CreditRedeemedEvent of CreditWork
    set CreditRedemptionPending to true
    display "Credit applied - amount to pay is now "
        AmountToPay of CurrentAttendee
    display "(the credit only closes once this record saves)"
.

MarkCreditRedeemedOnFile section.
    open input CreditsFile
    open output CreditsHoldFile
        read CreditsFile
            at end set EndOfCreditsFile to true
        end-read
        perform until EndOfCreditsFile
            if CreditAuthCode of CreditRecord
                    equal to CreditAuthCode of CreditWork
                    and CreditIsOpen of CreditRecord
                move CreditWork to CreditHoldRecord
            else
                move CreditRecord to CreditHoldRecord
            end-if
            write CreditHoldRecord
            read CreditsFile
                at end set EndOfCreditsFile to true
            end-read
        end-perform
    close CreditsFile
    close CreditsHoldFile
    call "C$COPY" using CreditsHoldFileName, CreditsFileName, 0
    call "SYSTEM" using "rm -f credits.tmp"
.

MoreActionsMenu section.
    display spaces
    display "More - (P)ayment plan, (K)ids register, check (O)ut, (M)erch collected,"
    display "       (F)ire safety declaration, (D)ogs, communal (T)ent,"
    display "       (E)lectric hook-up, pitch (N)ear another booking,"
    display "       (W)rite off unpaid balance, (C)ase notes,"
    display "       (U)naccompanied 16/17 year old:"
    move space to MoreActionsChoice
    accept MoreActionsChoice at line 24 column 29
    evaluate true
        when MoreActionsChoice equal to "P" or MoreActionsChoice equal to "p"
            perform CapturePaymentPlan
        when MoreActionsChoice equal to "K" or MoreActionsChoice equal to "k"
            perform MaintainKidsRegister
        when MoreActionsChoice equal to "O" or MoreActionsChoice equal to "o"
            perform CheckOutFromEditScreen
        when MoreActionsChoice equal to "M" or MoreActionsChoice equal to "m"
            perform MarkMerchandiseCollected
        when MoreActionsChoice equal to "F" or MoreActionsChoice equal to "f"
            perform CaptureFireSafetyDeclaration
        when MoreActionsChoice equal to "D" or MoreActionsChoice equal to "d"
            perform CaptureDogDetails
        when MoreActionsChoice equal to "T" or MoreActionsChoice equal to "t"
            perform PlaceInCommunalTent
        when MoreActionsChoice equal to "E" or MoreActionsChoice equal to "e"
            perform AllocateHookUpCircuit
        when MoreActionsChoice equal to "N" or MoreActionsChoice equal to "n"
            perform RecordPitchNearRequest
        when MoreActionsChoice equal to "W" or MoreActionsChoice equal to "w"
            perform WriteOffUnpaidBalance
        when MoreActionsChoice equal to "C" or MoreActionsChoice equal to "c"
            perform ShowCaseNotes
        when MoreActionsChoice equal to "U" or MoreActionsChoice equal to "u"
            perform UnaccompaniedMinorDetails
    end-evaluate
.

UnaccompaniedMinorDetails section.
*> the flag and the responsible adult go with the record on F8; the
*> consent is written the moment it is keyed, like a case note, as it
*> usually comes in on the phone with the parent still on the line
    display spaces
    display "Is " function trim(AttendeeName of CurrentAttendee)
        " 16 or 17 and here without a parent? (Y/N, blank to leave as is)"
    move space to UnaccompaniedResponse
    accept UnaccompaniedResponse at line 24 column 70
    evaluate true
        when UnaccompaniedAnswerYes
            set AttendeeIsUnaccompaniedMinor of CurrentAttendee to true
        when UnaccompaniedAnswerNo
            set AttendeeIsUnaccompaniedMinor of CurrentAttendee to false
            move spaces to ResponsibleAdultCode of CurrentAttendee
            display "No longer marked unaccompanied - press F8 to save it with the record"
            exit section
    end-evaluate
    if not AttendeeIsUnaccompaniedMinor of CurrentAttendee
        exit section
    end-if

    display "AuthCode of the adult on site who answers for them ["
        ResponsibleAdultCode of CurrentAttendee "]:"
    move spaces to ResponsibleAdultEntry
    accept ResponsibleAdultEntry at line 24 column 60
    move upper-case(ResponsibleAdultEntry) to ResponsibleAdultEntry
    if ResponsibleAdultEntry not equal to spaces
        call "GetAttendeeByAuthCode" using ResponsibleAdultEntry, ResponsibleAdultWork
        evaluate true
            when AuthCode of ResponsibleAdultWork not equal to ResponsibleAdultEntry
                display "No booking " ResponsibleAdultEntry " - responsible adult not changed"
            when ResponsibleAdultEntry equal to AuthCode of CurrentAttendee
                display "They cannot answer for themselves - responsible adult not changed"
            when AttendeeIsUnaccompaniedMinor of ResponsibleAdultWork
                    or TicketTypeIsChild of ResponsibleAdultWork
                display function trim(AttendeeName of ResponsibleAdultWork)
                    " is under 18 - responsible adult not changed"
            when AttendeeCancelled of ResponsibleAdultWork
                display function trim(AttendeeName of ResponsibleAdultWork)
                    " has cancelled - responsible adult not changed"
            when other
                move ResponsibleAdultEntry to ResponsibleAdultCode of CurrentAttendee
                display "Responsible adult: "
                    function trim(AttendeeName of ResponsibleAdultWork)
                    " tel " function trim(Telephone of ResponsibleAdultWork)
        end-evaluate
    end-if

    move AuthCode of CurrentAttendee to MinorConsentAuthCode
    perform FindGuardianConsent
    if GuardianConsentOnFile
        display "Consent on file from " function trim(GuardianName of GuardianConsentWork)
            " (" function trim(GuardianRelationship of GuardianConsentWork) ") tel "
            function trim(GuardianTelephone of GuardianConsentWork)
            " received " GuardianConsentDate of GuardianConsentWork
        display "Record a new consent in its place? (Y/N)"
    else
        display "No guardian consent on file - they cannot be checked in without one"
        display "Record the consent now? (Y/N)"
    end-if
    move space to UnaccompaniedResponse
    accept UnaccompaniedResponse at line 24 column 42
    if UnaccompaniedAnswerYes
        perform CaptureGuardianConsent
    end-if
*> a gate signup is made already arrived, so without consent it goes
*> back to coming - F8 must not save past the refusal F6 would give
    if AttendeeArrived of CurrentAttendee
        perform FindGuardianConsent
        if not GuardianConsentOnFile
            set AttendeeComing of CurrentAttendee to true
            move CurrentAttendee to MinorCheckWork
            perform ShowMinorCheckInRefusal
        end-if
    end-if
    display "Press F8 to save the 16/17 details with the record"
.

CaptureGuardianConsent section.
    initialize GuardianConsentWork
    display "Parent or guardian's name:"
    accept GuardianName of GuardianConsentWork at line 24 column 28
    if GuardianName of GuardianConsentWork equal to spaces
        display "No name - consent not recorded"
        exit section
    end-if
    display "Relationship (mother, father, guardian ...):"
    accept GuardianRelationship of GuardianConsentWork at line 24 column 46
    display "Their telephone:"
    accept GuardianTelephone of GuardianConsentWork at line 24 column 18
    if GuardianTelephone of GuardianConsentWork equal to spaces
        display "A parent we cannot ring is no consent - not recorded"
        exit section
    end-if
    display "Their email (blank if none):"
    accept GuardianEmail of GuardianConsentWork at line 24 column 30
    display "Date the consent was received YYYYMMDD (blank for today):"
    accept GuardianConsentDate of GuardianConsentWork at line 24 column 59
    if GuardianConsentDate of GuardianConsentWork is not numeric
        accept GuardianConsentDate of GuardianConsentWork from date yyyymmdd
    end-if
    move AuthCode of CurrentAttendee to GuardianConsentAuthCode of GuardianConsentWork
    move SignedOnOperatorId to GuardianConsentRecordedBy of GuardianConsentWork
    open extend GuardianConsentsFile
    write GuardianConsentRecord from GuardianConsentWork
    close GuardianConsentsFile
    display "Consent from " function trim(GuardianName of GuardianConsentWork)
        " recorded in " function trim(GuardianConsentsFileName)
.

FindGuardianConsent section.
*> the last line for the booking is the consent that stands
    set GuardianConsentOnFile to false
    open input GuardianConsentsFile
        read GuardianConsentsFile
            at end set EndOfGuardianConsentsFile to true
        end-read
        perform until EndOfGuardianConsentsFile
            if GuardianConsentAuthCode of GuardianConsentRecord
                    equal to MinorConsentAuthCode
                move GuardianConsentRecord to GuardianConsentWork
                set GuardianConsentOnFile to true
            end-if
            read GuardianConsentsFile
                at end set EndOfGuardianConsentsFile to true
            end-read
        end-perform
    close GuardianConsentsFile
.

CheckUnaccompaniedMinor section.
*> a 16 or 17 year old on their own only comes through the gate once a
*> parent has said yes. The adult answering for them is a warning, not
*> a bar - they often turn up in different cars
    set MinorCheckInRefused to false
    if not AttendeeIsUnaccompaniedMinor of MinorCheckWork
        exit section
    end-if
    move AuthCode of MinorCheckWork to MinorConsentAuthCode
    perform FindGuardianConsent
    if not GuardianConsentOnFile
        set MinorCheckInRefused to true
        exit section
    end-if
    display function trim(AttendeeName of MinorCheckWork)
        " is 16/17 on their own - parent "
        function trim(GuardianName of GuardianConsentWork) " tel "
        function trim(GuardianTelephone of GuardianConsentWork)
    if ResponsibleAdultCode of MinorCheckWork equal to spaces
        display "  WARNING: no responsible adult named - get one before they go on site"
        exit section
    end-if
    call "GetAttendeeByAuthCode" using ResponsibleAdultCode of MinorCheckWork,
        ResponsibleAdultWork
    if AttendeeArrived of ResponsibleAdultWork
        display "  Responsible adult on site: "
            function trim(AttendeeName of ResponsibleAdultWork)
            " (" ResponsibleAdultCode of MinorCheckWork ")"
    else
        display "  WARNING: responsible adult "
            function trim(AttendeeName of ResponsibleAdultWork)
            " (" ResponsibleAdultCode of MinorCheckWork ") is not on site yet"
    end-if
.

ShowMinorCheckInRefusal section.
    display spaces
    display "NOT CHECKED IN: " function trim(AttendeeName of MinorCheckWork)
        " is 16/17 on their own and no guardian consent is on file"
    display "  Ring the parent, then key the consent in under More - (U)naccompanied 16/17"
.

ShowCaseNotes section.
*> notes are written the moment they are taken, not held for F8 - what
*> was said on the phone stands whether or not the edit is saved
    perform LoadCaseNotes
    display spaces
    display "Case notes for " function trim(AttendeeName of CurrentAttendee)
        " (" AuthCode of CurrentAttendee "), newest first:"
    if CaseNotesHeld equal to zero
        display "  (none yet)"
    end-if
    perform varying CaseNoteShown from CaseNoteCount by -1
        until CaseNoteShown is less than 1
        display "  " CaseNoteDate of TableCaseNote(CaseNoteShown)
            " " CaseNoteTime of TableCaseNote(CaseNoteShown)(1:4)
            " " CaseNoteOperator of TableCaseNote(CaseNoteShown)
            " " function trim(CaseNoteText of TableCaseNote(CaseNoteShown))
    end-perform
    if CaseNotesHeld is greater than CaseNoteCount
        compute CaseNotesOlder = CaseNotesHeld - CaseNoteCount
        display "  ... and " CaseNotesOlder
            " older - the subject access export lists them all"
    end-if

    move "Y" to CaseNoteResponse
    perform until not AddAnotherCaseNote
        display "Add a case note? (Y/N)"
        move space to CaseNoteResponse
        accept CaseNoteResponse at line 24 column 24
        if AddAnotherCaseNote
            display "Note:"
            move spaces to CaseNoteEntryText
            accept CaseNoteEntryText at line 24 column 7
            if CaseNoteEntryText not equal to spaces
                perform WriteCaseNote
            end-if
        end-if
    end-perform
.

LoadCaseNotes section.
    move zero to CaseNoteCount
    move zero to CaseNotesHeld
    move 1 to CaseNoteNextSequence
    open input CaseNotesFile
    move AuthCode of CurrentAttendee to CaseNoteAuthCode of CaseNoteRecord
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
            or CaseNoteAuthCode of CaseNoteRecord
                not equal to AuthCode of CurrentAttendee
        add 1 to CaseNotesHeld
        if CaseNoteCount equal to 15
            perform varying CaseNoteShown from 1 by 1 until CaseNoteShown equal to 15
                move CaseNoteEntry(CaseNoteShown + 1) to CaseNoteEntry(CaseNoteShown)
            end-perform
        else
            add 1 to CaseNoteCount
        end-if
        move CaseNoteRecord to TableCaseNote(CaseNoteCount)
        compute CaseNoteNextSequence = CaseNoteSequence of CaseNoteRecord + 1
        read CaseNotesFile next record
            at end set EndOfCaseNotesFile to true
        end-read
    end-perform
    close CaseNotesFile
.

WriteCaseNote section.
    initialize CaseNoteRecord
    move AuthCode of CurrentAttendee to CaseNoteAuthCode of CaseNoteRecord
    move CaseNoteNextSequence to CaseNoteSequence of CaseNoteRecord
    accept CaseNoteDate of CaseNoteRecord from date yyyymmdd
    accept CaseNoteTime of CaseNoteRecord from time
    move SignedOnOperatorId to CaseNoteOperator of CaseNoteRecord
    move CaseNoteEntryText to CaseNoteText of CaseNoteRecord
    open i-o CaseNotesFile with lock
    write CaseNoteRecord
        invalid key
            display "Error writing the case note for " AuthCode of CurrentAttendee
                " - status is " CaseNotesStatus
            close CaseNotesFile
            exit section
    end-write
    close CaseNotesFile
    add 1 to CaseNoteNextSequence
    display "Noted - " CaseNoteDate of CaseNoteRecord " "
        function trim(SignedOnOperatorId)
.

RecordPitchNearRequest section.
*> only noted here - the batch pitch allocation is what acts on it, so
*> it is written straight away rather than waiting for F8
    display spaces
    display "AuthCode of the booking they want to be pitched near:"
    move spaces to PitchNearOtherEntry
    accept PitchNearOtherEntry at line 24 column 55
    move function upper-case(PitchNearOtherEntry) to PitchNearOtherEntry
    if PitchNearOtherEntry equal to spaces
        exit section
    end-if
    if PitchNearOtherEntry equal to AuthCode of CurrentAttendee
        display "That is this booking - nothing noted"
        exit section
    end-if

    move spaces to PitchNearOtherName
    open input AttendeesFile
    move PitchNearOtherEntry to AuthCode of AttendeeRecord
    read AttendeesFile
        key is AuthCode of AttendeeRecord
        invalid key
            continue
        not invalid key
            move AttendeeName of AttendeeRecord to PitchNearOtherName
    end-read
    close AttendeesFile
    if PitchNearOtherName equal to spaces
        display "No booking " PitchNearOtherEntry " - nothing noted"
        exit section
    end-if

    set PitchNearAlreadyNoted to false
    open input PitchNearFile
        read PitchNearFile
            at end set EndOfPitchNearFile to true
        end-read
        perform until EndOfPitchNearFile
            if (PitchNearAuthCode of PitchNearRecord
                        equal to AuthCode of CurrentAttendee
                    and PitchNearOtherAuthCode of PitchNearRecord
                        equal to PitchNearOtherEntry)
                or (PitchNearAuthCode of PitchNearRecord
                        equal to PitchNearOtherEntry
                    and PitchNearOtherAuthCode of PitchNearRecord
                        equal to AuthCode of CurrentAttendee)
                set PitchNearAlreadyNoted to true
            end-if
            read PitchNearFile
                at end set EndOfPitchNearFile to true
            end-read
        end-perform
    close PitchNearFile
    if PitchNearAlreadyNoted
        display "Already noted - near " function trim(PitchNearOtherName)
        exit section
    end-if

    initialize PitchNearRecord
    move AuthCode of CurrentAttendee to PitchNearAuthCode of PitchNearRecord
    move PitchNearOtherEntry to PitchNearOtherAuthCode of PitchNearRecord
    accept PitchNearNotedDate of PitchNearRecord from date yyyymmdd
    open extend PitchNearFile
        write PitchNearRecord
    close PitchNearFile
    display "Noted - pitch near " function trim(PitchNearOtherName)
        " when the pitch allocation is next run"
.

WriteOffUnpaidBalance section.
*> for balances nobody is ever going to pay - the amount stays on the
*> record but stops being chased and stops counting as money owed
    if not OperatorCanAdjustMoney
        display "Only the treasurer can write off a balance"
        exit section
    end-if
    if BalanceWrittenOff of CurrentAttendee
        display "Already written off: " WriteOffAmount of CurrentAttendee
            " on " WriteOffDate of CurrentAttendee
        exit section
    end-if
    compute WriteOffBalanceDue = AmountToPay of CurrentAttendee
        - AmountPaid of CurrentAttendee
    if WriteOffBalanceDue is not greater than zero
        display "Nothing owed - nothing to write off"
        exit section
    end-if

    move WriteOffBalanceDue to WriteOffDueDisplay
    display "They owe " function trim(WriteOffDueDisplay) " - reason for writing it off:"
    move spaces to WriteOffReasonEntry
    accept WriteOffReasonEntry at line 24 column 46
    if WriteOffReasonEntry equal to spaces
        display "No reason given - nothing written off"
        exit section
    end-if

    if WriteOffBalanceDue is greater than ApprovalThreshold
        initialize ApprovalWork
        set ApprovalIsWriteOff of ApprovalWork to true
        move AuthCode of CurrentAttendee to ApprovalAuthCode of ApprovalWork
        move WriteOffBalanceDue to ApprovalAmount of ApprovalWork
        move WriteOffReasonEntry to ApprovalDetail of ApprovalWork
        perform QueueForApproval
        exit section
    end-if

    set BalanceWrittenOff of CurrentAttendee to true
    accept WriteOffDate of CurrentAttendee from date yyyymmdd
    move WriteOffBalanceDue to WriteOffAmount of CurrentAttendee
    move WriteOffReasonEntry to WriteOffReason of CurrentAttendee
    move WriteOffBalanceDue to PendingLedgerWriteOff
    display "Written off " function trim(WriteOffDueDisplay) " as bad debt"
.

PostWriteOffToLedger section.
*> the ledger only sees fees as they are paid, so a fee written off is
*> taken in and written off in one go - income and bad debt both show
    move AccountBadDebts to LedgerDebitAccount
    move AccountCampIncome to LedgerCreditAccount
    move "WRITEOFF" to LedgerPostingSource
    move "Unpaid fee written off" to LedgerPostingNarrative
    call "PostLedger" using LedgerPosting
.

PlaceInCommunalTent section.
    end-if
    display "Electrical hook-up wanted? (1=Yes,0=No)"
    accept ElectricHookUpWanted of CurrentAttendee at line 24 column 41
    if WantsElectricHookUp of CurrentAttendee
        perform AllocateHookUpCircuit
    else
        if not HookUpNotAllocated of CurrentAttendee
            perform ReleaseHookUpCircuit
        end-if
    end-if
    display "Declared - press F8 to save it with the record"
.

        display "Only someone marked as arrived can be checked out"
        exit section
    end-if
    perform WarnIfVolunteerHoursShort
    if VolunteerCheckOutHeld
        exit section
    end-if
    perform CaptureCheckOutDetails
    display "Checked out - press F8 to save"
.
.

RecordPayment section.
    perform RefuseMoneyIfTodayIsClosed
    if DayIsClosed
        exit section
    end-if
    if NumberOfInstalments of CurrentAttendee is greater than or equal to 5
        display spaces
        display "No instalment slots left for this AuthCode - see the office"
    perform ComputeBalance
.

RefuseMoneyIfTodayIsClosed section.
*> once today has been cashed up and closed nothing more is taken into
*> it - money that has to go in goes as an adjustment against the day
    accept DayCloseCheckDate from date yyyymmdd
    call "CheckDayClosed" using DayCloseCheck
    if DayIsClosed
        display "Today was cashed up and closed by "
            function trim(DayCloseCheckClosedBy)
            " - no money can be posted (CashUpReport --adjust "
            DayCloseCheckDate ")"
    end-if
.

AppendGateTakingsLine section.
*> one line per piece of money taken at the gate, in fixed columns so
*> the float ledger and cash-up can total by operator without parsing:
        delimited by size into GateTakingsLine
    write GateTakingsLine
    close GateTakingsFile
    perform PostGateTakingsToLedger
.

PostGateTakingsToLedger section.
*> the takings log and the ledger take the same money at the same
*> moment, so what the tin holds and what the books say cannot drift
    initialize LedgerPostingDetails
    move TakingsDate to LedgerPostingDate
    move TakingsMethod to LedgerPostingMethod
    move TakingsAmount to LedgerPostingAmount
    move TakingsReference to LedgerPostingReference
    move "GATE" to LedgerPostingSource
    evaluate TakingsKind
        when "FEE  "
            move AccountCampIncome to LedgerCreditAccount
            move "Camp fee at the gate" to LedgerPostingNarrative
        when "SHOP "
*> the tab itself carries the pence, so the whole of it is cleared
            move AccountShopTabs to LedgerCreditAccount
            move ShopTabBalance to LedgerPostingAmount
            move "Shop tab settled" to LedgerPostingNarrative
        when "MERCH"
            move AccountMerchSales to LedgerCreditAccount
            move "Merch table sale" to LedgerPostingNarrative
        when "HIRE "
*> one takings line, but the hire is income and the deposit is theirs
            move AccountHireIncome to LedgerCreditAccount
            move EquipmentHirePrice of EquipmentWork to LedgerPostingAmount
            move "Equipment hire" to LedgerPostingNarrative
            call "PostLedger" using LedgerPosting
            move AccountDepositsHeld to LedgerCreditAccount
            move EquipmentDeposit of EquipmentWork to LedgerPostingAmount
            move "Hire deposit taken" to LedgerPostingNarrative
        when "REFND"
            move AccountDepositsHeld to LedgerDebitAccount
            move "Hire deposit handed back" to LedgerPostingNarrative
    end-evaluate
    call "PostLedger" using LedgerPosting
.

PostRefundToLedger section.
*> RefundMethodForLedger holds the method as keyed (CASH/BANK/CARD)
    evaluate function upper-case(RefundMethodForLedger)
        when "BANK"
            move "B" to LedgerPostingMethod
        when "CARD"
            move "R" to LedgerPostingMethod
        when other
            move "C" to LedgerPostingMethod
    end-evaluate
    move AccountFeeRefunds to LedgerDebitAccount
    move zeroes to LedgerCreditAccount
    move "REFUND" to LedgerPostingSource
    move "Camp fee refunded" to LedgerPostingNarrative
    call "PostLedger" using LedgerPosting
.

RecogniseOverpaymentAsDonation section.
    accept DonationResponse at line 24 column 56
    if SurplusIsDonation
        add NewDonationSurplus to DonationAmount of CurrentAttendee
        add NewDonationSurplus to PendingLedgerDonation
        display "Thank them - donation pot from this booking now "
            DonationAmount of CurrentAttendee
    end-if
        into ReceiptFileName
    end-string

    initialize ReceiptFill
    move AmountPaid of CurrentAttendee to ReceiptFillPaid
    move AmountToPay of CurrentAttendee to ReceiptFillToPay
    move Balance to ReceiptFillBalance
    move StatementReceiptTemplateName to LetterTemplateBaseName
    perform WriteReceiptFromTemplate

    open extend ReceiptsRegisterFile
    move NextReceiptNumber to ReceiptNumber of ReceiptRegisterRecord
*> goes in the register as a statement, not as new money - the
*> reconciliation run leaves statements out of its money-in sum
    set ReceiptIsStatement of ReceiptRegisterRecord to true
    move SignedOnOperatorId to ReceiptIssuedBy of ReceiptRegisterRecord
    write ReceiptRegisterRecord
    close ReceiptsRegisterFile

        " written to " ReceiptFileName
.

WriteReceiptFromTemplate section.
*> the receipt goes out in the camper's own language where there is a
*> template for it; the money is recorded whatever the wording, so a
*> missing English template still leaves a bare receipt behind
    move NextReceiptNumber to ReceiptFillNumber
    move PreferredLanguage of CurrentAttendee to LetterTemplateLanguage
    call "LetterTemplates" using LetterTemplate
    if LetterTemplateFellBack
        display "No " LetterTemplateLanguage " receipt template yet - "
            "printed in English"
    end-if

    open output ReceiptFile
    if LetterTemplateLineCount equal to zero
        display "Receipt template " trim(LetterTemplateBaseName)
            " is missing - receipt written without it"
        move spaces to ReceiptLine
        string "Receipt " NextReceiptNumber " " AuthCode of CurrentAttendee
            " paid " ReceiptFillPaid " of " ReceiptFillToPay
            delimited by size into ReceiptLine
        write ReceiptLine
    end-if
    perform varying ReceiptTemplateLine from 1 by 1
        until ReceiptTemplateLine is greater than LetterTemplateLineCount
        move LetterTemplateText(ReceiptTemplateLine) to ReceiptWorkLine
        move substitute(ReceiptWorkLine,
            "{RECEIPTNO}", ReceiptFillNumber,
            "{AUTHCODE}", AuthCode of CurrentAttendee,
            "{NAME}", trim(AttendeeName of CurrentAttendee),
            "{ARRIVAL}", ArrivalDay of CurrentAttendee,
            "{DEPARTURE}", DepartureDay of CurrentAttendee,
            "{PAYMENT}", ReceiptFillPayment,
            "{METHOD}", ReceiptFillMethod,
            "{PAYDATE}", ReceiptFillPayDate,
            "{PAID}", ReceiptFillPaid,
            "{TOPAY}", ReceiptFillToPay,
            "{BALANCE}", ReceiptFillBalance) to ReceiptWorkLine
        move ReceiptWorkLine to ReceiptLine
        write ReceiptLine
    end-perform
    close ReceiptFile
.

AssignNextReceiptNumber section.
    move zero to NextReceiptNumber
    open input ReceiptsRegisterFile
    move AuthCode of CurrentAttendee to TakingsReference
    perform ComputeShopTabBalance
    move ShopTabBalance to ShopTabBalanceDisplay
    move "view screen" to FieldAccessDetail
    perform LogSensitiveFieldsShown
    perform until CommandKeyIsF1
        perform ComputeBalance
        perform FillMaskedScreenFields
        accept ViewAttendeeScreen end-accept
        evaluate true
            when CommandKeyIsF4 perform EditAttendee
            when CommandKeyIsF5 perform ShowCaseNotes
            when CommandKeyIsF7 perform PrintReceipt
            when CommandKeyIsF8 perform PrintAttendeeItinerary
        end-evaluate
    end-perform
.

MaskArchiveDBSDate section.
    if SafeguardingFieldsVisible
        move DBSCheckDate of ArchiveViewWork to ArchiveDBSShown
    else
        move all "*" to ArchiveDBSShown
    end-if
.

FillMaskedScreenFields section.
    if MedicalFieldsVisible
        move Diet of CurrentAttendee to ScreenDiet
        move MedicalNotes of CurrentAttendee to ScreenMedicalNotes
    else
        move MaskedFieldText to ScreenDiet
        move MaskedFieldText to ScreenMedicalNotes
    end-if
    if SafeguardingFieldsVisible
        move DBSCheckDate of CurrentAttendee to ScreenDBSCheckDate
    else
        move all "*" to ScreenDBSCheckDate
    end-if
.

TakeBackMaskedScreenFields section.
    if MedicalFieldsVisible
        move ScreenDiet to Diet of CurrentAttendee
        move ScreenMedicalNotes to MedicalNotes of CurrentAttendee
    end-if
    if SafeguardingFieldsVisible
        move ScreenDBSCheckDate to DBSCheckDate of CurrentAttendee
    end-if
.

LogSensitiveFieldsShown section.
*> one audit line each time a booking is opened with anything unmasked
    move AuthCode of CurrentAttendee to FieldAccessSubject
    call "LogUnmaskedView" using FieldAccess
.

PrintAttendeeItinerary section.
*> the sheet is built from whichever registers this session is on, so a
*> training session prints from the practice copies
    move ShiftsFileName to ItineraryShiftsFile
    move WorkshopsFileName to ItineraryWorkshopsFile
    move WorkshopSignUpsFileName to ItinerarySignUpsFile
    move ShuttleRunsFileName to ItineraryShuttleRunsFile
    move ShuttleBookingsFileName to ItineraryShuttleBookingsFile
    move HiresFileName to ItineraryHiresFile
    move EquipmentFileName to ItineraryEquipmentFile
    move PitchesFileName to ItineraryPitchesFile
    move spaces to ItineraryOutputFile
    string function trim(ItineraryFilePrefix) delimited by size
        AuthCode of CurrentAttendee delimited by size
        ".txt" delimited by size
        into ItineraryOutputFile
    end-string

    set ItineraryStartsNewFile to true
    call "PrintItinerary" using ItineraryFiles, CurrentAttendee
    move 1 to ItinerariesWritten

    move space to FamilyItineraryResponse
    if FamilyGroup of CurrentAttendee not equal to spaces
        display spaces
        display "Add the rest of family " function trim(FamilyGroup of CurrentAttendee)
            " to the sheet? (Y/N)"
        accept FamilyItineraryResponse at line 24 column 44
    end-if
    if ItineraryForWholeFamily
        call "GetAttendeesByFamilyGroup" using FamilyGroup of CurrentAttendee,
            FamilyGroupAttendees, FamilyGroupCount
        set ItineraryAddsToFile to true
        perform varying FamilyMemberNumber from 1 by 1
            until FamilyMemberNumber is greater than FamilyGroupCount
            if FamilyAuthCode(FamilyMemberNumber)
                    not equal to AuthCode of CurrentAttendee
                call "GetAttendeeByAuthCode" using FamilyAuthCode(FamilyMemberNumber),
                    FamilyMemberWork
                if AttendeeComing of FamilyMemberWork
                        or AttendeeArrived of FamilyMemberWork
                    call "PrintItinerary" using ItineraryFiles, FamilyMemberWork
                    add 1 to ItinerariesWritten
                end-if
            end-if
        end-perform
    end-if

    display spaces
    display "Itinerary for " ItinerariesWritten " written to "
        function trim(ItineraryOutputFile)
.

SaveAttendee section.
    set SaveCompleted to false
    set BarredListHit to false

    if AddAttendeeFlagOn and SignUpGoesToBallot
        perform AddAttendeeToBallot
        exit section
    end-if

    if AddAttendeeFlagOn and not CheckInModeOn
        perform CheckNightlyCapacityForNewSignUp
        exit section
    end-if

    if not CheckInModeOn and not CheckOutModeOn
            and (AddAttendeeFlagOn
                or ArrivalSlot of CurrentAttendee
                    not equal to ArrivalSlot of AttendeeBeforeEdit
                or ArrivalDay of CurrentAttendee
                    not equal to ArrivalDay of AttendeeBeforeEdit)
        perform CheckArrivalSlotCapacity
        if ArrivalSlotIsFull
            exit section
        end-if
    end-if

    if AddAttendeeFlagOn
            and EventCapacity of EventDetails is greater than zero
            and NumberOfAttendees is greater than or equal to EventCapacity of EventDetails
*> the nightly sweep releases holds that go stale
            set BookingIsProvisional of CurrentAttendee to true
        end-if
        perform CheckNewSignUpAgainstBarredList
    end-if

    if PitchReference of CurrentAttendee not equal to spaces
        display spaces
        display "Only the treasurer may change the amount to pay - change discarded"
        move AmountToPay of AttendeeBeforeEdit to AmountToPay of CurrentAttendee
        move FamilyCapReduction of AttendeeBeforeEdit
            to FamilyCapReduction of CurrentAttendee
    end-if

    if not AddAttendeeFlagOn
            and FamilyGroup of CurrentAttendee not equal to FamilyGroup of AttendeeBeforeEdit
            and FamilyCapReduction of CurrentAttendee is greater than zero
*> leaving the group takes them off the family price
        add FamilyCapReduction of CurrentAttendee to AmountToPay of CurrentAttendee
        move zero to FamilyCapReduction of CurrentAttendee
        display "Left family " function trim(FamilyGroup of AttendeeBeforeEdit)
            " - back to the full price of " AmountToPay of CurrentAttendee
    end-if

    if AttendeeNeedsParking of CurrentAttendee
        end-if
    end-if

    if EmailUndeliverable of CurrentAttendee
            and Email of CurrentAttendee not equal to Email of AttendeeBeforeEdit
        perform ClearEmailBounce
    end-if

    perform CreateTimeStampedBackupFile

    if AddAttendeeFlagOn
    set SaveCompleted to true
    perform AppendSaveArchive
    perform CommitPendingSignUpSideEffects
    perform ApplyFamilyCapAfterSave
    if AddAttendeeFlagOn and BarredListHit
        perform WriteBarredHistoryLine
    end-if

    if not AddAttendeeFlagOn then
        perform LogEditHistory
    end-if
.

ApplyFamilyCapAfterSave section.
*> the group's shares are worked out again on every save of a member -
*> a new member, a changed price or a cancellation all move them - and
*> the group someone has just left gets its shares back as well
    if not AddAttendeeFlagOn
            and FamilyGroup of AttendeeBeforeEdit not equal to spaces
            and FamilyGroup of AttendeeBeforeEdit
                not equal to FamilyGroup of CurrentAttendee
        call "ApplyFamilyCap" using FamilyGroup of AttendeeBeforeEdit,
            FamilyCapPrice, FamilyCapRecordsChanged
    end-if
    if FamilyGroup of CurrentAttendee equal to spaces
        exit section
    end-if
    call "ApplyFamilyCap" using FamilyGroup of CurrentAttendee,
        FamilyCapPrice, FamilyCapRecordsChanged
    if FamilyCapRecordsChanged equal to zero
        exit section
    end-if
*> this booking may be one of those re-priced, so the copy on screen
*> is refreshed from the file
    call "GetAttendeeByAuthCode" using AuthCode of CurrentAttendee,
        CurrentAttendee
    display spaces
    display "Family " function trim(FamilyGroup of CurrentAttendee)
        " capped at " FamilyCapPrice " - " FamilyCapRecordsChanged
        " bookings re-priced, this one now owes " AmountToPay of CurrentAttendee
        " (family reduction " FamilyCapReduction of CurrentAttendee ")"
.

CommitPendingSignUpSideEffects section.
*> the record is safely on file, so the held side effects can land
    if VoucherRedemptionPending
    if CreditRedemptionPending
        perform MarkCreditRedeemedOnFile
        perform WriteCreditHistoryLine
*> the whole credit is released - any part above the new price is
*> forfeit, and that is income too
        initialize LedgerPostingDetails
        move CreditRedeemedDate of CreditWork to LedgerPostingDate
        move AccountCreditsHeld to LedgerDebitAccount
        move AccountCampIncome to LedgerCreditAccount
        move CreditAmount of CreditWork to LedgerPostingAmount
        move AuthCode of CurrentAttendee to LedgerPostingReference
        move "CREDIT" to LedgerPostingSource
        move "Carried-forward credit used" to LedgerPostingNarrative
        call "PostLedger" using LedgerPosting
        set CreditRedemptionPending to false
        display "Carried-forward credit closed"
    end-if
    if PendingLedgerDonation is greater than zero
        initialize LedgerPostingDetails
        move AccountCampIncome to LedgerDebitAccount
        move AccountDonations to LedgerCreditAccount
        move PendingLedgerDonation to LedgerPostingAmount
        move AuthCode of CurrentAttendee to LedgerPostingReference
        move "DONATION" to LedgerPostingSource
        move "Overpayment kept as a donation" to LedgerPostingNarrative
        call "PostLedger" using LedgerPosting
        move zero to PendingLedgerDonation
    end-if
    if PendingLedgerRefund is greater than zero
        initialize LedgerPostingDetails
        move PendingLedgerRefund to LedgerPostingAmount
        move AuthCode of CurrentAttendee to LedgerPostingReference
        move PendingLedgerRefundMethod to RefundMethodForLedger
        perform PostRefundToLedger
        if function upper-case(PendingLedgerRefundMethod) equal to "BANK"
            initialize BankPaymentWork
            set BankPaymentIsRefund of BankPaymentWork to true
            move AuthCode of CurrentAttendee to BankPaymentAuthCode of BankPaymentWork
            move PendingLedgerRefund to BankPaymentAmount of BankPaymentWork
            perform QueueBankPayment
        end-if
        move zero to PendingLedgerRefund
    end-if
    if PendingLedgerWriteOff is greater than zero
        initialize LedgerPostingDetails
        move PendingLedgerWriteOff to LedgerPostingAmount
        move AuthCode of CurrentAttendee to LedgerPostingReference
        perform PostWriteOffToLedger
        move zero to PendingLedgerWriteOff
    end-if
    if PendingDogsCount is greater than zero
        open extend DogsFile
        perform varying PendingDogScan from 1 by 1
        into ReceiptFileName
    end-string

    initialize ReceiptFill
    move PendingPayAmount(PendingPayScan) to ReceiptFillPayment
    move PendingPayMethod(PendingPayScan) to ReceiptFillMethod
    move PendingPayDate(PendingPayScan) to ReceiptFillPayDate
    move AmountPaid of CurrentAttendee to ReceiptFillPaid
    move AmountToPay of CurrentAttendee to ReceiptFillToPay
    move PaymentReceiptTemplateName to LetterTemplateBaseName
    perform WriteReceiptFromTemplate

    open extend ReceiptsRegisterFile
    move NextReceiptNumber to ReceiptNumber of ReceiptRegisterRecord
    move PendingPayAmount(PendingPayScan)
        to ReceiptAmount of ReceiptRegisterRecord
    set ReceiptIsForPayment of ReceiptRegisterRecord to true
    move SignedOnOperatorId to ReceiptIssuedBy of ReceiptRegisterRecord
    write ReceiptRegisterRecord
    close ReceiptsRegisterFile

        set CreditRedemptionPending to false
        display "Record not saved - the credit stays open"
    end-if
    move zero to PendingLedgerDonation
    move zero to PendingLedgerRefund
    move zero to PendingLedgerWriteOff
    if PendingDogsCount is greater than zero
        move zero to PendingDogsCount
        display "Record not saved - dogs not registered"
.

CheckNightlyCapacityForNewSignUp section.
    perform FindNightOverCapacity
    if OverCapacityNight is greater than zero
        display spaces
        display "WARNING: " CampNightName(OverCapacityNight) " night would have "
            NightOccupancyCount " people against the licensed "
            NightlyCapacity of EventDetails
        display "Route this sign-up to the waiting list instead? (Y/N)"
        move space to WaitingListResponse
        accept WaitingListResponse at line 24 column 54
    end-if
.

FindNightOverCapacity section.
*> the first night of CurrentAttendee's stay that would take the site
*> past its licensed number, counting everyone else not cancelled
    move zero to OverCapacityNight
    if NightlyCapacity of EventDetails equal to zero
        exit section
    end-if

    perform ComputeCurrentAttendeeNightSpan
    perform varying NightBeingChecked from CurrentSpanFrom by 1
        until NightBeingChecked is greater than CurrentSpanTo
            or OverCapacityNight is greater than zero
            move NightBeingChecked to OverCapacityNight
        end-if
    end-perform
.

CaptureArrivalSlot section.
    display spaces
    display "Gate slot (10-12/12-14/14-16/16-18/18-20/20-22, blank for none):"
    move spaces to ArrivalSlotEntry
    accept ArrivalSlotEntry at line 24 column 67
    if ArrivalSlotEntry equal to spaces
        exit section
    end-if
    move ArrivalSlotEntry to ArrivalSlot of CurrentAttendee
    if not ArrivalSlotIsValid of CurrentAttendee
        display "No such slot - left unbooked, set it on the edit screen"
        move spaces to ArrivalSlot of CurrentAttendee
    end-if
.

CaptureTravelDetails section.
*> for the sustainability return - a blank answer is fine, the report
*> counts them as not known rather than guessing
    display spaces
    display "Travelling by (C)ar, car (S)hare, (T)rain+shuttle, coach (B),"
    display "bi(K)e, (W)alk, blank if not known:"
    move space to TravelModeEntry
    accept TravelModeEntry at line 24 column 37
    move upper-case(TravelModeEntry) to TravelMode of CurrentAttendee
    if not TravelModeIsValid of CurrentAttendee
        move space to TravelMode of CurrentAttendee
        exit section
    end-if
    display "Miles to site: 1 under 10, 2 10-50, 3 50-100, 4 100-200, 5 over 200:"
    move space to TravelDistanceEntry
    accept TravelDistanceEntry at line 24 column 71
    move TravelDistanceEntry to TravelDistanceBand of CurrentAttendee
    if not TravelDistanceBandIsValid of CurrentAttendee
        move space to TravelDistanceBand of CurrentAttendee
    end-if
.

CapturePreferredLanguage section.
*> any two-letter code is taken - a language with no templates yet
*> still gets English, and the letter runs count who is waiting for one
    display spaces
    display "Letters in EN English, CY Welsh, ES Spanish (blank for English):"
    move spaces to PreferredLanguageEntry
    accept PreferredLanguageEntry at line 24 column 67
    move upper-case(PreferredLanguageEntry) to PreferredLanguage of CurrentAttendee
    if PreferredLanguage of CurrentAttendee(1:1) equal to space
            or PreferredLanguage of CurrentAttendee(2:1) equal to space
        move spaces to PreferredLanguage of CurrentAttendee
    end-if
.

CheckArrivalSlotCapacity section.
*> a slot is booked by the party (one car, one queue at the gate), not
*> by head count - the slot cap is how many parties the gate crew can
*> process in the two hours
    set ArrivalSlotIsFull to false
    if ArrivalSlotNotBooked of CurrentAttendee
        exit section
    end-if
    if not ArrivalSlotIsValid of CurrentAttendee
        display spaces
        display "Gate slot " ArrivalSlot of CurrentAttendee
            " is not one of 10-12, 12-14, 14-16, 16-18, 18-20, 20-22 - not saved"
        set ArrivalSlotIsFull to true
        exit section
    end-if
    if SlotCapacity of EventDetails equal to zero
        exit section
    end-if

    move zero to SlotBookingsCount
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile
            if not AttendeeCancelled of AttendeeRecord
                    and AuthCode of AttendeeRecord
                        not equal to AuthCode of CurrentAttendee
                    and ArrivalDay of AttendeeRecord
                        equal to ArrivalDay of CurrentAttendee
                    and ArrivalSlot of AttendeeRecord
                        equal to ArrivalSlot of CurrentAttendee
                add 1 to SlotBookingsCount
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile

    if SlotBookingsCount is greater than or equal to SlotCapacity of EventDetails
        set ArrivalSlotIsFull to true
        display spaces
        display "The " ArrivalDay of CurrentAttendee " " ArrivalSlot of CurrentAttendee
            " gate slot is full at " SlotBookingsCount " of "
            SlotCapacity of EventDetails " arrivals - pick another slot"
            " (or blank it) and save again"
    end-if
.

    end-if
    if Email of CurrentAttendee equal to Email of AttendeeBeforeEdit
        move Email of AttendeeOnFileNow to Email of CurrentAttendee
        move EmailBouncedFlag of AttendeeOnFileNow to EmailBouncedFlag of CurrentAttendee
        move EmailBouncedDate of AttendeeOnFileNow to EmailBouncedDate of CurrentAttendee
        move ChannelBeforeBounce of AttendeeOnFileNow
            to ChannelBeforeBounce of CurrentAttendee
    end-if
    if Telephone of CurrentAttendee equal to Telephone of AttendeeBeforeEdit
        move Telephone of AttendeeOnFileNow to Telephone of CurrentAttendee
    if DepartureDay of CurrentAttendee equal to DepartureDay of AttendeeBeforeEdit
        move DepartureDay of AttendeeOnFileNow to DepartureDay of CurrentAttendee
    end-if
    if ArrivalSlot of CurrentAttendee equal to ArrivalSlot of AttendeeBeforeEdit
        move ArrivalSlot of AttendeeOnFileNow to ArrivalSlot of CurrentAttendee
    end-if
    if NumberOfKids of CurrentAttendee equal to NumberOfKids of AttendeeBeforeEdit
            and KidsAges of CurrentAttendee equal to KidsAges of AttendeeBeforeEdit
        move NumberOfKids of AttendeeOnFileNow to NumberOfKids of CurrentAttendee
        move RefundDate of AttendeeOnFileNow to RefundDate of CurrentAttendee
        move RefundMethod of AttendeeOnFileNow to RefundMethod of CurrentAttendee
    end-if
    if WriteOffFlag of CurrentAttendee equal to WriteOffFlag of AttendeeBeforeEdit
        move WriteOffFlag of AttendeeOnFileNow to WriteOffFlag of CurrentAttendee
        move WriteOffDate of AttendeeOnFileNow to WriteOffDate of CurrentAttendee
        move WriteOffAmount of AttendeeOnFileNow to WriteOffAmount of CurrentAttendee
        move WriteOffReason of AttendeeOnFileNow to WriteOffReason of CurrentAttendee
    end-if
    if NumberOfInstalments of CurrentAttendee equal to NumberOfInstalments of AttendeeBeforeEdit
            and Instalments of CurrentAttendee equal to Instalments of AttendeeBeforeEdit
        move NumberOfInstalments of AttendeeOnFileNow to NumberOfInstalments of CurrentAttendee
        call "AppendHistoryLine" using EditHistoryLine
    end-if

    if ArrivalSlot of AttendeeBeforeEdit not equal to ArrivalSlot of CurrentAttendee
        string function trim(EditHistoryPrefix)
            " Slot: '" ArrivalSlot of AttendeeBeforeEdit "'"
            " -> '" ArrivalSlot of CurrentAttendee "'"
            delimited by size into EditHistoryLine
        call "AppendHistoryLine" using EditHistoryLine
    end-if

    if DepartureDay of AttendeeBeforeEdit not equal to DepartureDay of CurrentAttendee
        string function trim(EditHistoryPrefix)
            " Departure: '" DepartureDay of AttendeeBeforeEdit "'"
        call "AppendHistoryLine" using EditHistoryLine
    end-if

    if WriteOffFlag of AttendeeBeforeEdit not equal to WriteOffFlag of CurrentAttendee
        string function trim(EditHistoryPrefix)
            " Write-off: " WriteOffAmount of CurrentAttendee
            " bad debt - " function trim(WriteOffReason of CurrentAttendee)
            delimited by size into EditHistoryLine
        call "AppendHistoryLine" using EditHistoryLine
    end-if

    if HookUpCircuit of AttendeeBeforeEdit not equal to HookUpCircuit of CurrentAttendee
        string function trim(EditHistoryPrefix)
            " Hook-up: '" HookUpCircuit of AttendeeBeforeEdit "'"
            " -> '" HookUpCircuit of CurrentAttendee "' at "
            HookUpLoadAmps of CurrentAttendee "A"
            delimited by size into EditHistoryLine
        call "AppendHistoryLine" using EditHistoryLine
    end-if

.

SearchByAuthCode section.
    move concatenate(formatted-current-date("YYYYMMDDThhmmss"), ".bak") to BackupFileName
    move zero to BackupRecordsWritten
    open output BackupFile
*> the layout goes on the first line so the backup can be read back,
*> or converted, after the record has grown
    call "MakeLayoutStampRecord" using LayoutCheck, BackupRecord
    write BackupRecord
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
    move BackupFileName to CatalogBackupName of BackupCatalogRecord
    move BackupFileName(1:15) to CatalogBackupStamp of BackupCatalogRecord
    move BackupRecordsWritten to CatalogBackupCount of BackupCatalogRecord
    move LayoutCurrentVersion to CatalogBackupLayout of BackupCatalogRecord
    write BackupCatalogRecord
    close BackupCatalogFile
.
