identification division.
program-id. AutoPitchAllocation.

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

    select optional PitchesFile assign to PitchesFileName
        organization is line sequential.

    select optional PitchNearFile assign to PitchNearFileName
        organization is line sequential.

    select PlanFile assign to PlanFileName
        organization is line sequential.

    select optional ProposalFile assign to ProposalFileName
        organization is line sequential.

data division.
file section.
    fd AttendeesFile.
        copy DD-Attendee replacing Attendee by
            ==AttendeeRecord.
            88 EndOfAttendeesFile value high-values==.

    fd PitchesFile.
        copy DD-Pitch replacing Pitch by
            ==PitchRecord.
            88 EndOfPitchesFile value high-values==.

    fd PitchNearFile.
        copy DD-PitchNear replacing PitchNear by
            ==PitchNearRecord.
            88 EndOfPitchNearFile value high-values==.

    fd PlanFile.
        01 PlanLine pic x(100).

*> what the review run proposed - the commit run writes exactly these
*> and nothing it has not been shown
    fd ProposalFile.
        01 ProposalRecord.
            88 EndOfProposalFile value high-values.
            05 ProposalAuthCode pic x(6).
            05 ProposalPitchId pic x(10).

working-storage section.
    01 AttendeeStatus   pic x(2).
        88 Successful   value "00".

    01 AttendeesFileName pic x(20) value "attendees.dat".
    01 BackupFileName pic x(20) value spaces.
    copy DD-LayoutCheck.
    01 PitchesFileName pic x(20) value "pitches.dat".
    01 PitchNearFileName pic x(20) value "pitch-near.dat".
    01 PlanFileName pic x(40) value spaces.
    01 ProposalFileName pic x(40) value spaces.
    01 CommandLineArgumentCount pic 9 value zero.
    01 RunModeArgument pic x(10) value spaces.
    01 RunModeFlag pic 9 value 0.
        88 CommitRequested value 1 when set to false is 0.
    01 HistoryModuleInit pic x(30) value spaces.
    01 EditHistoryLine pic x(120) value spaces.
    01 HistoryDate pic x(8) value spaces.
    01 HistoryTime pic x(8) value spaces.
    01 CommitResponse pic x value space.
        88 CommitConfirmed values "Y", "y".

    01 CampNightNames value "WedThuFriSatSunMon".
        02 CampNightName pic xxx occurs 6 times indexed by CampNightIndex.
    01 ArrivalNightIndex pic 9 value zero.
    01 DepartureNightIndex pic 9 value zero.
    01 NightScan pic 9 value zero.

*> each night holds the booking on the pitch that night, so a pitch is
*> free for a booking only when every one of its nights is empty
    01 PitchTable.
        02 PitchEntry occurs 100 times.
            copy DD-Pitch replacing ==01 Pitch.== by ==03 TablePitch.==.
            03 PitchNightBooking pic 999 occurs 6 times.
    01 PitchCount pic 999 value zero.
    01 PitchScan pic 999 value zero.

    01 BookingTable.
        02 BookingEntry occurs 500 times.
            03 BookingAuthCode pic x(6).
            03 BookingName pic x(25).
            03 BookingFamilyGroup pic x(10).
            03 BookingPeople pic 99.
            03 BookingKids pic 99.
            03 BookingFromNight pic 9.
            03 BookingToNight pic 9.
            03 BookingDogs pic 9.
            03 BookingGas pic 9.
            03 BookingStepFree pic 9.
            03 BookingToilets pic 9.
            03 BookingVehicle pic 9.
            03 BookingFirmGround pic 9.
            03 BookingBringsVehicle pic 9.
            03 BookingPitch pic 999.
            03 BookingArea pic x(15).
            03 BookingState pic x.
                88 BookingAlreadyPitched value "P".
                88 BookingToAllocate value "U".
                88 BookingProposed value "N".
                88 BookingNotPlaced value "E".
                88 BookingHasPitch values "P", "N".
            03 BookingQueuedFlag pic 9.
                88 BookingIsQueued value 1 when set to false is 0.
            03 BookingReason pic x(50).
    01 BookingCount pic 999 value zero.
    01 BookingScan pic 999 value zero.
    01 OtherScan pic 999 value zero.
    01 ThisBooking pic 999 value zero.
    01 BookingsNotHeld pic 999 value zero.
    01 HeldForReview pic 999 value zero.
    01 NoPitchNeeded pic 999 value zero.

*> both sides of a request are held as places in the booking table; a
*> request naming a cancelled or unknown booking is kept for the report
    01 NearTable.
        02 NearEntry occurs 300 times.
            03 NearAuthCode pic x(6).
            03 NearOtherAuthCode pic x(6).
            03 NearBooking pic 999.
            03 NearOtherBooking pic 999.
    01 NearCount pic 999 value zero.
    01 NearScan pic 999 value zero.

*> a booking placed pulls its family group and anyone who asked to be
*> near it onto the queue next, so they are placed while there is still
*> room in the same area
    01 AllocationQueue.
        02 QueuedBooking pic 999 occurs 500 times.
    01 QueueHead pic 999 value zero.
    01 QueueTail pic 999 value zero.
    01 QueueWho pic 999 value zero.
    01 AllocationPass pic 9 value zero.
    01 PassFlag pic 9 value 0.
        88 StartsChainThisPass value 1 when set to false is 0.

    01 AnchorArea pic x(15) value spaces.
    01 BestPitch pic 999 value zero.
    01 BestScore pic s9(5) value zero.
    01 PitchScore pic s9(5) value zero.
    01 StageReached pic 9 value zero.
    01 HighestStage pic 9 value zero.
    01 PitchFreeFlag pic 9 value 0.
        88 PitchFreeForNights value 1 when set to false is 0.
    01 GasInAreaFlag pic 9 value 0.
        88 GasAlreadyInArea value 1 when set to false is 0.
    01 AreaDiffersFlag pic 9 value 0.
        88 AreaDiffers value 1 when set to false is 0.

    01 ProposedCount pic 999 value zero.
    01 NotPlacedCount pic 999 value zero.
    01 ExceptionCount pic 999 value zero.
    01 ProposalCount pic 999 value zero.
    01 CommittedCount pic 999 value zero.
    01 SkippedCount pic 999 value zero.
    01 NeedsText pic x(20) value spaces.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than zero
        accept AttendeesFileName from argument-value
    end-if
    if CommandLineArgumentCount is greater than 1
        accept RunModeArgument from argument-value
        if upper-case(RunModeArgument) equal to "COMMIT"
            set CommitRequested to true
        else
            display "Usage: AutoPitchAllocation [event data file] [COMMIT]"
            display "Run without COMMIT to propose pitches for review,"
                " then with COMMIT to write them"
            stop run
        end-if
    end-if
    string "pitch-allocation-" trim(AttendeesFileName) ".txt"
        delimited by size into PlanFileName
    string "pitch-proposal-" trim(AttendeesFileName)
        delimited by size into ProposalFileName

    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if

    perform LoadPitchTable
    if PitchCount equal to zero
        display "No pitches in " trim(PitchesFileName) " - nothing to allocate"
        stop run
    end-if
    perform LoadBookings
    perform LoadNearRequests

    if CommitRequested
        perform CommitProposal
        stop run
    end-if

*> the bookings that can only go on a few pitches - access needs and
*> dogs - go first so nobody else uses those pitches up, then family
*> groups and "near" requests while whole areas are still free, then
*> everyone else
    perform varying AllocationPass from 1 by 1 until AllocationPass is greater than 3
        perform varying BookingScan from 1 by 1
            until BookingScan is greater than BookingCount
            if BookingToAllocate(BookingScan) and not BookingIsQueued(BookingScan)
                perform CheckChainStartsThisPass
                if StartsChainThisPass
                    move BookingScan to QueueWho
                    perform QueueBooking
                    perform WorkThroughQueue
                end-if
            end-if
        end-perform
    end-perform

    perform WriteAllocationPlan
    perform WriteProposalFile

    display "Pitch allocation proposed for " trim(AttendeesFileName)
    display "  Bookings given a pitch:     " ProposedCount
    display "  Bookings not placed:        " NotPlacedCount
    display "  Exceptions to review:       " ExceptionCount
    if BookingsNotHeld is greater than zero
        display "  Left out - over 500:        " BookingsNotHeld
    end-if
    if HeldForReview is greater than zero
        display "  Held for barred-list review: " HeldForReview
    end-if
    display "Review " trim(PlanFileName) " then run again with COMMIT"
        " to write the pitches - nothing has been written yet"
    stop run.

LoadPitchTable section.
    move zero to PitchCount
    open input PitchesFile
        read PitchesFile
            at end set EndOfPitchesFile to true
        end-read
        perform until EndOfPitchesFile or PitchCount equal to 100
            add 1 to PitchCount
            move PitchRecord to TablePitch(PitchCount)
            perform varying NightScan from 1 by 1 until NightScan is greater than 6
                move zero to PitchNightBooking(PitchCount, NightScan)
            end-perform
            read PitchesFile
                at end set EndOfPitchesFile to true
            end-read
        end-perform
    close PitchesFile
.

LoadBookings section.
    move zero to BookingCount
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile
            evaluate true
                when AttendeeCancelled of AttendeeRecord
                when AttendeeIsNoShow of AttendeeRecord
                when TicketTypeIsDayVisitor of AttendeeRecord
                    continue
                when AccommodationIsNone of AttendeeRecord
                        and PitchReference of AttendeeRecord equal to spaces
                    add 1 to NoPitchNeeded
                when BookingCount equal to 500
                    add 1 to BookingsNotHeld
                when other
                    perform AddBooking
            end-evaluate
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile
.

AddBooking section.
    perform ComputeNightSpanForRecord
    add 1 to BookingCount
    initialize BookingEntry(BookingCount)
    move AuthCode of AttendeeRecord to BookingAuthCode(BookingCount)
    move AttendeeName of AttendeeRecord to BookingName(BookingCount)
    move FamilyGroup of AttendeeRecord to BookingFamilyGroup(BookingCount)
    move NumberOfKids of AttendeeRecord to BookingKids(BookingCount)
    compute BookingPeople(BookingCount) = 1 + NumberOfKids of AttendeeRecord
    move ArrivalNightIndex to BookingFromNight(BookingCount)
    move DepartureNightIndex to BookingToNight(BookingCount)
    move NumberOfDogs of AttendeeRecord to BookingDogs(BookingCount)
    move GasBottlesCarried of AttendeeRecord to BookingGas(BookingCount)
    move NeedsStepFree of AttendeeRecord to BookingStepFree(BookingCount)
    move NeedsAccessibleToilets of AttendeeRecord to BookingToilets(BookingCount)
    move NeedsVehicleAdjacent of AttendeeRecord to BookingVehicle(BookingCount)
    move NeedsFirmGround of AttendeeRecord to BookingFirmGround(BookingCount)
    if AccommodationIsCampervan of AttendeeRecord
            or AccommodationIsCaravan of AttendeeRecord
        move 1 to BookingBringsVehicle(BookingCount)
    end-if

    if PitchReference of AttendeeRecord not equal to spaces
        set BookingAlreadyPitched(BookingCount) to true
        perform varying PitchScan from 1 by 1 until PitchScan is greater than PitchCount
            if PitchId of TablePitch(PitchScan) equal to PitchReference of AttendeeRecord
                move PitchScan to BookingPitch(BookingCount)
                move PitchArea of TablePitch(PitchScan) to BookingArea(BookingCount)
                move BookingCount to ThisBooking
                perform TakePitchNights
                exit perform
            end-if
        end-perform
        exit section
    end-if

*> a booking waiting on the barred-list check is not given a pitch until
*> someone has cleared it
    if BookingHeldForBarredReview of AttendeeRecord
        set BookingNotPlaced(BookingCount) to true
        move "held for barred-list review - not allocated"
            to BookingReason(BookingCount)
        add 1 to HeldForReview
        exit section
    end-if
    set BookingToAllocate(BookingCount) to true
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

TakePitchNights section.
*> a second booking already on the same night is a double booking the
*> pitch plan shows - the first one found keeps the night here
    move BookingPitch(ThisBooking) to PitchScan
    perform varying NightScan from BookingFromNight(ThisBooking) by 1
        until NightScan is greater than BookingToNight(ThisBooking)
        if PitchNightBooking(PitchScan, NightScan) equal to zero
            move ThisBooking to PitchNightBooking(PitchScan, NightScan)
        end-if
    end-perform
.

LoadNearRequests section.
    move zero to NearCount
    open input PitchNearFile
        read PitchNearFile
            at end set EndOfPitchNearFile to true
        end-read
        perform until EndOfPitchNearFile or NearCount equal to 300
            add 1 to NearCount
            move PitchNearAuthCode of PitchNearRecord to NearAuthCode(NearCount)
            move PitchNearOtherAuthCode of PitchNearRecord
                to NearOtherAuthCode(NearCount)
            move zero to NearBooking(NearCount)
            move zero to NearOtherBooking(NearCount)
            perform varying BookingScan from 1 by 1
                until BookingScan is greater than BookingCount
                if BookingAuthCode(BookingScan) equal to NearAuthCode(NearCount)
                    move BookingScan to NearBooking(NearCount)
                end-if
                if BookingAuthCode(BookingScan) equal to NearOtherAuthCode(NearCount)
                    move BookingScan to NearOtherBooking(NearCount)
                end-if
            end-perform
            read PitchNearFile
                at end set EndOfPitchNearFile to true
            end-read
        end-perform
    close PitchNearFile
.

CheckChainStartsThisPass section.
    set StartsChainThisPass to false
    evaluate AllocationPass
        when 1
            if BookingDogs(BookingScan) is greater than zero
                    or BookingStepFree(BookingScan) equal to 1
                    or BookingToilets(BookingScan) equal to 1
                    or BookingVehicle(BookingScan) equal to 1
                    or BookingFirmGround(BookingScan) equal to 1
                set StartsChainThisPass to true
            end-if
        when 2
            if BookingFamilyGroup(BookingScan) not equal to spaces
                set StartsChainThisPass to true
            end-if
            perform varying NearScan from 1 by 1 until NearScan is greater than NearCount
                if NearBooking(NearScan) equal to BookingScan
                        or NearOtherBooking(NearScan) equal to BookingScan
                    set StartsChainThisPass to true
                end-if
            end-perform
        when other
            set StartsChainThisPass to true
    end-evaluate
.

QueueBooking section.
    if QueueTail is less than 500
        add 1 to QueueTail
        move QueueWho to QueuedBooking(QueueTail)
        set BookingIsQueued(QueueWho) to true
        if QueueHead equal to zero
            move 1 to QueueHead
        end-if
    end-if
.

WorkThroughQueue section.
    perform until QueueHead equal to zero or QueueHead is greater than QueueTail
        move QueuedBooking(QueueHead) to ThisBooking
        add 1 to QueueHead
        perform PlaceBooking
        perform QueuePartners
    end-perform
.

QueuePartners section.
    if BookingFamilyGroup(ThisBooking) not equal to spaces
        perform varying OtherScan from 1 by 1
            until OtherScan is greater than BookingCount
            if BookingToAllocate(OtherScan) and not BookingIsQueued(OtherScan)
                    and BookingFamilyGroup(OtherScan)
                        equal to BookingFamilyGroup(ThisBooking)
                move OtherScan to QueueWho
                perform QueueBooking
            end-if
        end-perform
    end-if
    perform varying NearScan from 1 by 1 until NearScan is greater than NearCount
        evaluate true
            when NearBooking(NearScan) equal to ThisBooking
                move NearOtherBooking(NearScan) to QueueWho
            when NearOtherBooking(NearScan) equal to ThisBooking
                move NearBooking(NearScan) to QueueWho
            when other
                move zero to QueueWho
        end-evaluate
        if QueueWho is greater than zero
            if BookingToAllocate(QueueWho) and not BookingIsQueued(QueueWho)
                perform QueueBooking
            end-if
        end-if
    end-perform
.

PlaceBooking section.
    perform FindAnchorArea
    move zero to BestPitch
    move zero to BestScore
    move zero to HighestStage
    perform varying PitchScan from 1 by 1 until PitchScan is greater than PitchCount
        perform ScorePitch
        if StageReached is greater than HighestStage
            move StageReached to HighestStage
        end-if
        if StageReached equal to 4
                and (BestPitch equal to zero or PitchScore is greater than BestScore)
            move PitchScan to BestPitch
            move PitchScore to BestScore
        end-if
    end-perform

    if BestPitch equal to zero
        set BookingNotPlaced(ThisBooking) to true
        add 1 to NotPlacedCount
        evaluate HighestStage
            when 0
                move "no free pitch big enough for all their nights"
                    to BookingReason(ThisBooking)
            when 1
                move "no free pitch meets their access needs"
                    to BookingReason(ThisBooking)
            when 2
                move "no free pitch left on a dogs-allowed area"
                    to BookingReason(ThisBooking)
            when other
                move "carries gas and every area with room has a gas unit"
                    to BookingReason(ThisBooking)
        end-evaluate
        exit section
    end-if

    set BookingProposed(ThisBooking) to true
    add 1 to ProposedCount
    move BestPitch to BookingPitch(ThisBooking)
    move PitchArea of TablePitch(BestPitch) to BookingArea(ThisBooking)
    perform TakePitchNights
.

FindAnchorArea section.
*> the area a family member or a "near" partner has already landed in
    move spaces to AnchorArea
    if BookingFamilyGroup(ThisBooking) not equal to spaces
        perform varying OtherScan from 1 by 1
            until OtherScan is greater than BookingCount
                or AnchorArea not equal to spaces
            if OtherScan not equal to ThisBooking
                    and BookingHasPitch(OtherScan)
                    and BookingFamilyGroup(OtherScan)
                        equal to BookingFamilyGroup(ThisBooking)
                move BookingArea(OtherScan) to AnchorArea
            end-if
        end-perform
    end-if
    perform varying NearScan from 1 by 1
        until NearScan is greater than NearCount or AnchorArea not equal to spaces
        evaluate true
            when NearBooking(NearScan) equal to ThisBooking
                move NearOtherBooking(NearScan) to OtherScan
            when NearOtherBooking(NearScan) equal to ThisBooking
                move NearBooking(NearScan) to OtherScan
            when other
                move zero to OtherScan
        end-evaluate
        if OtherScan is greater than zero
            if BookingHasPitch(OtherScan)
                move BookingArea(OtherScan) to AnchorArea
            end-if
        end-if
    end-perform
.

ScorePitch section.
*> the rules are tried in a fixed order and the furthest any pitch got
*> says why a booking could not be placed - 4 means it passed them all
    move zero to StageReached
    move zero to PitchScore
    if PitchCapacity of TablePitch(PitchScan) is less than BookingPeople(ThisBooking)
        exit section
    end-if
    set PitchFreeForNights to true
    perform varying NightScan from BookingFromNight(ThisBooking) by 1
        until NightScan is greater than BookingToNight(ThisBooking)
        if PitchNightBooking(PitchScan, NightScan) not equal to zero
            set PitchFreeForNights to false
        end-if
    end-perform
    if not PitchFreeForNights
        exit section
    end-if
    move 1 to StageReached

    if (BookingStepFree(ThisBooking) equal to 1
                and not PitchIsStepFree of TablePitch(PitchScan))
            or (BookingToilets(ThisBooking) equal to 1
                and not PitchIsNearAccessibleToilets of TablePitch(PitchScan))
            or (BookingVehicle(ThisBooking) equal to 1
                and not PitchIsVehicleAdjacent of TablePitch(PitchScan))
            or (BookingFirmGround(ThisBooking) equal to 1
                and not PitchHasFirmGround of TablePitch(PitchScan))
        exit section
    end-if
    move 2 to StageReached

    if BookingDogs(ThisBooking) is greater than zero
            and not PitchAllowsDogs of TablePitch(PitchScan)
        exit section
    end-if
    move 3 to StageReached

*> site licence: gas units are kept to one per pitch area, the same
*> spacing the desk warns about when a pitch is given by hand
    if BookingGas(ThisBooking) is greater than zero
        set GasAlreadyInArea to false
        perform varying OtherScan from 1 by 1
            until OtherScan is greater than BookingCount or GasAlreadyInArea
            if OtherScan not equal to ThisBooking
                    and BookingHasPitch(OtherScan)
                    and BookingGas(OtherScan) is greater than zero
                    and BookingArea(OtherScan) equal to PitchArea of TablePitch(PitchScan)
                set GasAlreadyInArea to true
            end-if
        end-perform
        if GasAlreadyInArea
            exit section
        end-if
    end-if
    move 4 to StageReached

*> among the pitches that pass, prefer the family's or partner's area,
*> then keep the scarce pitches for the people who need them and the
*> big ones for the big bookings
    move 1000 to PitchScore
    if AnchorArea not equal to spaces
            and PitchArea of TablePitch(PitchScan) equal to AnchorArea
        add 500 to PitchScore
    end-if
    if BookingKids(ThisBooking) is greater than zero
            and PitchIsFamilyFriendly of TablePitch(PitchScan)
        add 20 to PitchScore
    end-if
    if BookingStepFree(ThisBooking) equal to zero
            and PitchIsStepFree of TablePitch(PitchScan)
        subtract 10 from PitchScore
    end-if
    if BookingToilets(ThisBooking) equal to zero
            and PitchIsNearAccessibleToilets of TablePitch(PitchScan)
        subtract 10 from PitchScore
    end-if
    if PitchIsVehicleAdjacent of TablePitch(PitchScan)
        if BookingVehicle(ThisBooking) equal to zero
                and BookingBringsVehicle(ThisBooking) equal to zero
            subtract 10 from PitchScore
        else
            add 15 to PitchScore
        end-if
    end-if
    if BookingFirmGround(ThisBooking) equal to zero
            and PitchHasFirmGround of TablePitch(PitchScan)
        subtract 5 from PitchScore
    end-if
    if BookingDogs(ThisBooking) equal to zero
            and PitchAllowsDogs of TablePitch(PitchScan)
        subtract 20 from PitchScore
    end-if
    compute PitchScore = PitchScore
        - (PitchCapacity of TablePitch(PitchScan) - BookingPeople(ThisBooking))
.

WriteAllocationPlan section.
    accept HistoryDate from date yyyymmdd
    open output PlanFile
    move spaces to PlanLine
    string "PROPOSED PITCH ALLOCATION - " trim(AttendeesFileName)
        " - " HistoryDate
        delimited by size into PlanLine
    write PlanLine
    move all "=" to PlanLine
    write PlanLine
    move "Nothing is written to the bookings until this is run again with COMMIT."
        to PlanLine
    write PlanLine
    move "D dogs  G gas  A access needs" to PlanLine
    write PlanLine
    move spaces to PlanLine
    write PlanLine
    move "Pitch      Area            AuthCode Name                      Nights  People"
        to PlanLine
    write PlanLine

    perform varying PitchScan from 1 by 1 until PitchScan is greater than PitchCount
        perform varying BookingScan from 1 by 1
            until BookingScan is greater than BookingCount
            if BookingProposed(BookingScan) and BookingPitch(BookingScan) equal to PitchScan
                perform WriteProposedLine
            end-if
        end-perform
    end-perform

    move spaces to PlanLine
    write PlanLine
    move "EXCEPTIONS" to PlanLine
    write PlanLine
    move all "-" to PlanLine
    write PlanLine
    perform varying BookingScan from 1 by 1
        until BookingScan is greater than BookingCount
        evaluate true
            when BookingNotPlaced(BookingScan)
                add 1 to ExceptionCount
                move spaces to PlanLine
                string "NOT PLACED " BookingAuthCode(BookingScan) " "
                    BookingName(BookingScan) " "
                    trim(BookingReason(BookingScan))
                    delimited by size into PlanLine
                write PlanLine
            when BookingProposed(BookingScan)
                    and BookingFamilyGroup(BookingScan) not equal to spaces
                perform CheckFamilyKeptTogether
        end-evaluate
    end-perform
    perform varying NearScan from 1 by 1 until NearScan is greater than NearCount
        perform CheckNearRequestMet
    end-perform
    if ExceptionCount equal to zero
        move "None - every booking placed as asked" to PlanLine
        write PlanLine
    end-if
    if NoPitchNeeded is greater than zero
        move spaces to PlanLine
        write PlanLine
        move spaces to PlanLine
        string NoPitchNeeded " bookings have no accommodation of their own"
            " - use the communal tents for those"
            delimited by size into PlanLine
        write PlanLine
    end-if
    close PlanFile
.

WriteProposedLine section.
    move spaces to NeedsText
    if BookingDogs(BookingScan) is greater than zero
        move "D" to NeedsText(1:1)
    end-if
    if BookingGas(BookingScan) is greater than zero
        move "G" to NeedsText(3:1)
    end-if
    if BookingStepFree(BookingScan) equal to 1
            or BookingToilets(BookingScan) equal to 1
            or BookingVehicle(BookingScan) equal to 1
            or BookingFirmGround(BookingScan) equal to 1
        move "A" to NeedsText(5:1)
    end-if
    move spaces to PlanLine
    string PitchId of TablePitch(PitchScan) " "
        PitchArea of TablePitch(PitchScan) " "
        BookingAuthCode(BookingScan) "   "
        BookingName(BookingScan) " "
        CampNightName(BookingFromNight(BookingScan)) "-"
        CampNightName(BookingToNight(BookingScan)) " "
        BookingPeople(BookingScan) "      "
        NeedsText
        delimited by size into PlanLine
    write PlanLine
.

CheckFamilyKeptTogether section.
    set AreaDiffers to false
    perform varying OtherScan from 1 by 1
        until OtherScan is greater than BookingCount or AreaDiffers
        if OtherScan not equal to BookingScan
                and BookingHasPitch(OtherScan)
                and BookingFamilyGroup(OtherScan) equal to BookingFamilyGroup(BookingScan)
                and BookingArea(OtherScan) not equal to BookingArea(BookingScan)
            set AreaDiffers to true
        end-if
    end-perform
    if AreaDiffers
        add 1 to ExceptionCount
        move spaces to PlanLine
        string "APART      " BookingAuthCode(BookingScan) " "
            BookingName(BookingScan) " family group "
            trim(BookingFamilyGroup(BookingScan))
            " is split - this one is in " trim(BookingArea(BookingScan))
            delimited by size into PlanLine
        write PlanLine
    end-if
.

CheckNearRequestMet section.
    move NearBooking(NearScan) to BookingScan
    move NearOtherBooking(NearScan) to OtherScan
    if BookingScan equal to zero or OtherScan equal to zero
        if BookingScan is greater than zero
            if BookingAlreadyPitched(BookingScan)
                exit section
            end-if
        end-if
        if OtherScan is greater than zero
            if BookingAlreadyPitched(OtherScan)
                exit section
            end-if
        end-if
        add 1 to ExceptionCount
        move spaces to PlanLine
        string "NEAR       " NearAuthCode(NearScan) " asked to be near "
            NearOtherAuthCode(NearScan)
            " - one of them has no current booking needing a pitch"
            delimited by size into PlanLine
        write PlanLine
        exit section
    end-if
*> only worth saying when this run placed one of them
    if not BookingProposed(BookingScan) and not BookingProposed(OtherScan)
        exit section
    end-if
    if BookingHasPitch(BookingScan) and BookingHasPitch(OtherScan)
            and BookingArea(BookingScan) not equal to BookingArea(OtherScan)
        add 1 to ExceptionCount
        move spaces to PlanLine
        string "NEAR       " NearAuthCode(NearScan) " in "
            trim(BookingArea(BookingScan)) " but "
            NearOtherAuthCode(NearScan) " in "
            trim(BookingArea(OtherScan))
            " - asked to be pitched near each other"
            delimited by size into PlanLine
        write PlanLine
    end-if
.

WriteProposalFile section.
    open output ProposalFile
    perform varying BookingScan from 1 by 1
        until BookingScan is greater than BookingCount
        if BookingProposed(BookingScan)
            move BookingAuthCode(BookingScan) to ProposalAuthCode
            move BookingPitch(BookingScan) to PitchScan
            move PitchId of TablePitch(PitchScan) to ProposalPitchId
            write ProposalRecord
        end-if
    end-perform
    close ProposalFile
.

CommitProposal section.
    move zero to ProposalCount
    open input ProposalFile
        read ProposalFile
            at end set EndOfProposalFile to true
        end-read
        perform until EndOfProposalFile
            add 1 to ProposalCount
            read ProposalFile
                at end set EndOfProposalFile to true
            end-read
        end-perform
    close ProposalFile
    if ProposalCount equal to zero
        display "No proposed pitches in " trim(ProposalFileName)
            " - run without COMMIT first and review the plan"
        exit section
    end-if

    display "Write the " ProposalCount " pitches proposed in "
        trim(PlanFileName) " to " trim(AttendeesFileName) "? (Y/N)"
    accept CommitResponse
    if not CommitConfirmed
        display "Nothing written"
        exit section
    end-if

    move AttendeesFileName to BackupFileName
    inspect BackupFileName replacing all ".dat" by ".bak"
    call "C$COPY" using AttendeesFileName, BackupFileName, 0
    call "EditHistory" using HistoryModuleInit
    accept HistoryDate from date yyyymmdd

    open i-o AttendeesFile
    open input ProposalFile
        read ProposalFile
            at end set EndOfProposalFile to true
        end-read
        perform until EndOfProposalFile
            perform CommitOneProposal
            read ProposalFile
                at end set EndOfProposalFile to true
            end-read
        end-perform
    close ProposalFile
    close AttendeesFile

*> emptied so the same plan cannot be written twice
    open output ProposalFile
    close ProposalFile

    display "Pitches written:  " CommittedCount
    if SkippedCount is greater than zero
        display "Pitches skipped:  " SkippedCount
            " - run the allocation again to place them"
    end-if
.

CommitOneProposal section.
*> the bookings may have moved on since the plan was reviewed, so each
*> line is checked against the file as it stands now
    move zero to ThisBooking
    perform varying BookingScan from 1 by 1
        until BookingScan is greater than BookingCount
        if BookingAuthCode(BookingScan) equal to ProposalAuthCode
            move BookingScan to ThisBooking
        end-if
    end-perform
    if ThisBooking equal to zero
        display "  " ProposalAuthCode " skipped - no longer needs a pitch"
        add 1 to SkippedCount
        exit section
    end-if
    if not BookingToAllocate(ThisBooking)
        display "  " ProposalAuthCode " skipped - already has a pitch"
        add 1 to SkippedCount
        exit section
    end-if

    move zero to BookingPitch(ThisBooking)
    perform varying PitchScan from 1 by 1 until PitchScan is greater than PitchCount
        if PitchId of TablePitch(PitchScan) equal to ProposalPitchId
            move PitchScan to BookingPitch(ThisBooking)
            exit perform
        end-if
    end-perform
    if BookingPitch(ThisBooking) equal to zero
        display "  " ProposalAuthCode " skipped - pitch " trim(ProposalPitchId)
            " is no longer in " trim(PitchesFileName)
        add 1 to SkippedCount
        exit section
    end-if
    move BookingPitch(ThisBooking) to PitchScan
    perform ScorePitch
    if StageReached is less than 1
        display "  " ProposalAuthCode " skipped - pitch " trim(ProposalPitchId)
            " has been taken for their nights since the plan was made"
        move zero to BookingPitch(ThisBooking)
        add 1 to SkippedCount
        exit section
    end-if

    move ProposalAuthCode to AuthCode of AttendeeRecord
    read AttendeesFile
        key is AuthCode of AttendeeRecord
        invalid key
            display "  " ProposalAuthCode " skipped - record not found"
            move zero to BookingPitch(ThisBooking)
            add 1 to SkippedCount
            exit section
    end-read
    move ProposalPitchId to PitchReference of AttendeeRecord
    rewrite AttendeeRecord
        invalid key
            display "  " ProposalAuthCode " skipped - status is " AttendeeStatus
            move zero to BookingPitch(ThisBooking)
            add 1 to SkippedCount
            exit section
    end-rewrite
    set BookingAlreadyPitched(ThisBooking) to true
    move PitchArea of TablePitch(PitchScan) to BookingArea(ThisBooking)
    perform TakePitchNights
    add 1 to CommittedCount

    accept HistoryTime from time
    move spaces to EditHistoryLine
    string ProposalAuthCode " " HistoryDate " " HistoryTime(1:6)
        " PITCH    Auto-allocated pitch " trim(ProposalPitchId)
        " in " trim(PitchArea of TablePitch(PitchScan))
        delimited by size into EditHistoryLine
    call "AppendHistoryLine" using EditHistoryLine
.

end program AutoPitchAllocation.
