identification division.
program-id. TravelCarbonReport.

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

    select optional ShuttleBookingsFile assign to ShuttleBookingsFileName
        organization is line sequential.

    select CarbonReportFile assign to CarbonReportFileName
        organization is line sequential.

data division.
file section.
    fd AttendeesFile is global.
        copy DD-Attendee replacing Attendee by
            ==AttendeeRecord is global.
            88 EndOfAttendeesFile value high-values==.

    fd ShuttleBookingsFile.
        copy DD-ShuttleBooking replacing ShuttleBooking by
            ==ShuttleBookingRecord.
            88 EndOfShuttleBookings value high-values==.

    fd CarbonReportFile.
        01 CarbonReportLine pic x(100).

working-storage section.
    01 AttendeeStatus   pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".

    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 ShuttleBookingsFileName pic x(22) value "shuttle-bookings.dat".
    01 CarbonReportFileName pic x(20) value "travel-carbon.txt".
    01 CommandLineArgumentCount pic 9 value zero.

*> kg CO2e per mile - a car is per vehicle and gets split between the
*> people in it, the rest are per passenger. Rounded from the published
*> conversion factors; good enough for a grant return, not an audit.
    01 ModeDefinitions.
        02 filler pic x(24) value "CCar alone          0270".
        02 filler pic x(24) value "SCar share          0270".
        02 filler pic x(24) value "TTrain and shuttle  0057".
        02 filler pic x(24) value "BCoach              0043".
        02 filler pic x(24) value "KBike               0000".
        02 filler pic x(24) value "WWalk               0000".
        02 filler pic x(24) value " Not known          0000".
    01 ModeTable redefines ModeDefinitions.
        02 ModeDefinition occurs 7 times.
            03 ModeCode pic x.
            03 ModeLabel pic x(19).
            03 ModeKgPerMile pic 9v999.
    01 ModeScan pic 9 value zero.
    01 ModeForParty pic 9 value zero.
    01 ModeNotKnownRow constant as 7.

*> round trip from the middle of each distance band
    01 BandMilesDefinitions value "0005003000750150".
        02 BandMiles pic 9(4) occurs 4 times.
    01 OverTwoHundredMiles constant as 250.

*> nobody shares with fewer than three in the car, whatever the
*> party size says - the lift-share sheet fills the spare seats
    01 CarShareOccupancy constant as 3.
*> the station run is a few miles in the minibus, per passenger
    01 ShuttleLegKg constant as 0.3.

    01 ModeTotals.
        02 ModeTotal occurs 7 times.
            03 ModeParties pic 9(4).
            03 ModePeople pic 9(5).
            03 ModeKg pic 9(7)v9.

    01 ShuttleCodes.
        02 ShuttleCode pic x(6) occurs 500 times.
    01 ShuttleCodeCount pic 999 value zero.

    01 LiftOffers.
        02 LiftOffer occurs 100 times.
            03 OfferAuthCode pic x(6).
            03 OfferArrival pic xxx.
            03 OfferDeparture pic xxx.
            03 OfferSeatsLeft pic 9.
            03 OfferRidersTaken pic 9.
    01 OfferCount pic 999 value zero.
    01 MatchedOffer pic 999 value zero.
    01 LiftRiderCodes.
        02 LiftRiderCode pic x(6) occurs 300 times.
    01 LiftRiderCount pic 999 value zero.
    01 CodeScan pic 999 value zero.
    01 SeatsNeeded pic 99 value zero.

    01 SharedFlag pic 9 value 0.
        88 PartyTravelsShared value 1 when set to false is 0.
    01 PartySize pic 99 value zero.
    01 PartyMiles pic 9(4) value zero.
    01 PartyKg pic 9(5)v9 value zero.
    01 CarOccupants pic 99 value zero.

    01 ShuttlePeopleCounted pic 9(4) value zero.
    01 LiftPeopleCounted pic 9(4) value zero.
    01 ModeChangedByBooking pic 9(4) value zero.
    01 PeopleWithKnownMode pic 9(5) value zero.
    01 TotalPeople pic 9(5) value zero.
    01 TotalKg pic 9(7)v9 value zero.
    01 KgPerHead pic 9(5)v9 value zero.

    01 PeopleDisplay pic zz,zz9.
    01 PartiesDisplay pic z,zz9.
    01 KgDisplay pic z,zzz,zz9.9.
    01 KgPerHeadDisplay pic zz,zz9.9.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than zero
        accept AttendeesFileName from argument-value
    end-if

    initialize ModeTotals
    perform LoadShuttleBookings
    perform LoadLiftOffers
    perform MatchLiftRiders

    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile
            if not AttendeeCancelled of AttendeeRecord
                    and not AttendeeIsNoShow of AttendeeRecord
                perform AddPartyToModeTotals
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile

    perform WriteCarbonReport
    display "Travel emissions report written to " trim(CarbonReportFileName)
    stop run.

LoadShuttleBookings section.
    move zero to ShuttleCodeCount
    open input ShuttleBookingsFile
        read ShuttleBookingsFile
            at end set EndOfShuttleBookings to true
        end-read
        perform until EndOfShuttleBookings or ShuttleCodeCount equal to 500
            add 1 to ShuttleCodeCount
            move BookingAuthCode of ShuttleBookingRecord to ShuttleCode(ShuttleCodeCount)
            read ShuttleBookingsFile
                at end set EndOfShuttleBookings to true
            end-read
        end-perform
    close ShuttleBookingsFile
.

LoadLiftOffers section.
*> the same pairing the lift-share contact sheet makes, so the credit
*> goes to the lifts that were actually arranged
    move zero to OfferCount
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile or OfferCount equal to 100
            if LiftShareOffering of AttendeeRecord
                    and not AttendeeCancelled of AttendeeRecord
                    and LiftSeatsOffered of AttendeeRecord is greater than zero
                add 1 to OfferCount
                move AuthCode of AttendeeRecord to OfferAuthCode(OfferCount)
                move ArrivalDay of AttendeeRecord to OfferArrival(OfferCount)
                move DepartureDay of AttendeeRecord to OfferDeparture(OfferCount)
                move LiftSeatsOffered of AttendeeRecord to OfferSeatsLeft(OfferCount)
                move zero to OfferRidersTaken(OfferCount)
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile
.

MatchLiftRiders section.
    move zero to LiftRiderCount
    if OfferCount equal to zero
        exit section
    end-if
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile or LiftRiderCount equal to 300
            if LiftShareWanting of AttendeeRecord
                    and not AttendeeCancelled of AttendeeRecord
                compute SeatsNeeded = 1 + NumberOfKids of AttendeeRecord
                move zero to MatchedOffer
                perform varying CodeScan from 1 by 1
                    until CodeScan is greater than OfferCount or MatchedOffer is greater than zero
                    if OfferArrival(CodeScan) equal to ArrivalDay of AttendeeRecord
                            and OfferDeparture(CodeScan) equal to DepartureDay of AttendeeRecord
                            and OfferSeatsLeft(CodeScan) is greater than or equal to SeatsNeeded
                        move CodeScan to MatchedOffer
                    end-if
                end-perform
                if MatchedOffer is greater than zero
                    subtract SeatsNeeded from OfferSeatsLeft(MatchedOffer)
                    add 1 to OfferRidersTaken(MatchedOffer)
                    add 1 to LiftRiderCount
                    move AuthCode of AttendeeRecord to LiftRiderCode(LiftRiderCount)
                end-if
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile
.

AddPartyToModeTotals section.
    compute PartySize = 1 + NumberOfKids of AttendeeRecord
    add PartySize to TotalPeople

*> what we organised beats what they ticked: a shuttle seat means the
*> train, a matched lift means a shared car
    move zero to ModeForParty
    perform varying CodeScan from 1 by 1 until CodeScan is greater than ShuttleCodeCount
        if ShuttleCode(CodeScan) equal to AuthCode of AttendeeRecord
            move 3 to ModeForParty
        end-if
    end-perform
    if ModeForParty equal to 3
        add PartySize to ShuttlePeopleCounted
    else
        perform CheckForArrangedLift
        if PartyTravelsShared
            move 2 to ModeForParty
            add PartySize to LiftPeopleCounted
        end-if
    end-if

    if ModeForParty equal to zero
        move ModeNotKnownRow to ModeForParty
        perform varying ModeScan from 1 by 1 until ModeScan is greater than 6
            if ModeCode(ModeScan) equal to TravelMode of AttendeeRecord
                move ModeScan to ModeForParty
            end-if
        end-perform
    else
        if ModeCode(ModeForParty) not equal to TravelMode of AttendeeRecord
            add 1 to ModeChangedByBooking
        end-if
    end-if

    add 1 to ModeParties(ModeForParty)
    add PartySize to ModePeople(ModeForParty)
    if ModeForParty equal to ModeNotKnownRow
        exit section
    end-if
    add PartySize to PeopleWithKnownMode

*> no distance given - assume the middle band rather than drop them
    evaluate TravelDistanceBand of AttendeeRecord
        when "1" move BandMiles(1) to PartyMiles
        when "2" move BandMiles(2) to PartyMiles
        when "4" move BandMiles(4) to PartyMiles
        when "5" move OverTwoHundredMiles to PartyMiles
        when other move BandMiles(3) to PartyMiles
    end-evaluate

    evaluate ModeForParty
        when 1
            compute PartyKg rounded = ModeKgPerMile(1) * PartyMiles * 2
        when 2
            move PartySize to CarOccupants
            if CarOccupants is less than CarShareOccupancy
                move CarShareOccupancy to CarOccupants
            end-if
            compute PartyKg rounded =
                ModeKgPerMile(2) * PartyMiles * 2 * PartySize / CarOccupants
        when 3
            compute PartyKg rounded =
                (ModeKgPerMile(3) * PartyMiles * 2 + ShuttleLegKg * 2) * PartySize
        when other
            compute PartyKg rounded =
                ModeKgPerMile(ModeForParty) * PartyMiles * 2 * PartySize
    end-evaluate
    add PartyKg to ModeKg(ModeForParty)
    add PartyKg to TotalKg
.

CheckForArrangedLift section.
    set PartyTravelsShared to false
    perform varying CodeScan from 1 by 1 until CodeScan is greater than LiftRiderCount
        if LiftRiderCode(CodeScan) equal to AuthCode of AttendeeRecord
            set PartyTravelsShared to true
            exit section
        end-if
    end-perform
    perform varying CodeScan from 1 by 1 until CodeScan is greater than OfferCount
        if OfferAuthCode(CodeScan) equal to AuthCode of AttendeeRecord
                and OfferRidersTaken(CodeScan) is greater than zero
            set PartyTravelsShared to true
            exit section
        end-if
    end-perform
.

WriteCarbonReport section.
    open output CarbonReportFile
    move "Travel to site - estimated emissions (kg CO2e, return journey)"
        to CarbonReportLine
    write CarbonReportLine
    move all "=" to CarbonReportLine
    write CarbonReportLine
    move "Mode                Parties  People       Total kg   kg/head"
        to CarbonReportLine
    write CarbonReportLine

    perform varying ModeScan from 1 by 1 until ModeScan is greater than 7
        move ModeParties(ModeScan) to PartiesDisplay
        move ModePeople(ModeScan) to PeopleDisplay
        move spaces to CarbonReportLine
        if ModeScan equal to ModeNotKnownRow
            string ModeLabel(ModeScan) " " PartiesDisplay "  " PeopleDisplay
                "              -         -"
                delimited by size into CarbonReportLine
        else
            move ModeKg(ModeScan) to KgDisplay
            move zero to KgPerHead
            if ModePeople(ModeScan) is greater than zero
                compute KgPerHead rounded = ModeKg(ModeScan) / ModePeople(ModeScan)
            end-if
            move KgPerHead to KgPerHeadDisplay
            string ModeLabel(ModeScan) " " PartiesDisplay "  " PeopleDisplay
                "    " KgDisplay "  " KgPerHeadDisplay
                delimited by size into CarbonReportLine
        end-if
        write CarbonReportLine
    end-perform

    move spaces to CarbonReportLine
    write CarbonReportLine
    move TotalPeople to PeopleDisplay
    move TotalKg to KgDisplay
    move spaces to CarbonReportLine
    string "All travel          " "       " PeopleDisplay "    " KgDisplay
        delimited by size into CarbonReportLine
    write CarbonReportLine
    move zero to KgPerHead
    if PeopleWithKnownMode is greater than zero
        compute KgPerHead rounded = TotalKg / PeopleWithKnownMode
    end-if
    move KgPerHead to KgPerHeadDisplay
    move PeopleWithKnownMode to PeopleDisplay
    move spaces to CarbonReportLine
    string "Per head, over the " trim(PeopleDisplay)
        " people whose travel we know: " trim(KgPerHeadDisplay) " kg"
        delimited by size into CarbonReportLine
    write CarbonReportLine

    move spaces to CarbonReportLine
    write CarbonReportLine
    move "Shared travel we organised" to CarbonReportLine
    write CarbonReportLine
    move ShuttlePeopleCounted to PeopleDisplay
    move spaces to CarbonReportLine
    string "  On the station shuttle:     " PeopleDisplay " people"
        delimited by size into CarbonReportLine
    write CarbonReportLine
    move LiftPeopleCounted to PeopleDisplay
    move spaces to CarbonReportLine
    string "  In a matched lift share:    " PeopleDisplay " people"
        delimited by size into CarbonReportLine
    write CarbonReportLine
    move ModeChangedByBooking to PartiesDisplay
    move spaces to CarbonReportLine
    string "  Parties counted by booking rather than the mode they gave: "
        trim(PartiesDisplay)
        delimited by size into CarbonReportLine
    write CarbonReportLine
    close CarbonReportFile
.

end program TravelCarbonReport.
