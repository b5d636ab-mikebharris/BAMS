identification division.
program-id. BuildAttendeeExtract.

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

    select ExtractFile assign to ExtractFileName
        organization is line sequential.

data division.
file section.
    fd AttendeesFile is global.
        copy DD-Attendee replacing Attendee by
            ==AttendeeRecord is global.
            88 EndOfAttendeesFile value high-values==.

    fd ExtractFile.
        01 ExtractLine pic x(2000).

working-storage section.
    01 AttendeeStatus   pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".

    01 AttendeesFileName pic x(20) value "attendees.dat".
    01 ExtractFileName pic x(40) value "attendees-extract.dat".
    copy DD-LayoutCheck.
    01 CommandLineArgumentCount pic 9 value zero.
    01 BookingsExtracted pic 9(5) value zero.
    01 FiguresLength pic 9(4) value zero.
    01 BookingStart pic 9(4) value zero.

    copy DD-ExtractFigures.

    01 ChargeableKidAgeThreshold constant as 5.
    01 KidScan pic 99 value zero.
    01 CampNightNames value "WedThuFriSatSunMon".
        02 CampNightName pic xxx occurs 6 times indexed by CampNightIndex.
    01 DietUpper pic x(60) value spaces.
    01 CategoryTally pic 99 value zero.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than zero
        accept AttendeesFileName from argument-value
    end-if
    if CommandLineArgumentCount is greater than 1
        accept ExtractFileName from argument-value
    end-if

    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        move 8 to return-code
        stop run
    end-if

*> the time is taken before the first read, so anything that writes to
*> the live file while this runs makes the extract stale, not wrong
    move length of ExtractFigures to FiguresLength
    compute BookingStart = FiguresLength + 1
    initialize ExtractFigures
    set ExtractLineIsHeader to true
    accept ExtractTakenDate from date yyyymmdd
    accept ExtractTakenTime from time
    move AttendeesFileName to ExtractLiveFileName
    move LayoutCurrentVersion to ExtractLayoutVersion

    open output ExtractFile
    move spaces to ExtractLine
    move ExtractFigures to ExtractLine(1:FiguresLength)
    write ExtractLine

*> read in AuthCode order, which is the order every report has always
*> seen the bookings in
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile
            perform WorkOutBookingFigures
            move spaces to ExtractLine
            move ExtractFigures to ExtractLine(1:FiguresLength)
            move AttendeeRecord to ExtractLine(BookingStart:length of AttendeeRecord)
            write ExtractLine
            add 1 to BookingsExtracted
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile
    close ExtractFile
    display "Extract " trim(ExtractFileName) " taken from "
        trim(AttendeesFileName) " - " BookingsExtracted " bookings"
    stop run.

WorkOutBookingFigures section.
    initialize ExtractFigures
    set ExtractLineIsBooking to true

*> the nights on site, counted the way BarnCampReport counts them
    set CampNightIndex to 1
    search CampNightName
        at end move 1 to ExtractArrivalNight
        when CampNightName(CampNightIndex) equal to ArrivalDay of AttendeeRecord
            move CampNightIndex to ExtractArrivalNight
    end-search
    evaluate true
        when DepartureDayIsValid of AttendeeRecord
            set CampNightIndex to 1
            search CampNightName
                at end move ExtractArrivalNight to ExtractDepartureNight
                when CampNightName(CampNightIndex) equal to DepartureDay of AttendeeRecord
                    move CampNightIndex to ExtractDepartureNight
            end-search
        when CanStayTillMonday of AttendeeRecord
            move 6 to ExtractDepartureNight
        when other
            move 5 to ExtractDepartureNight
    end-evaluate
    if ExtractDepartureNight is less than ExtractArrivalNight
        move ExtractArrivalNight to ExtractDepartureNight
    end-if
    if TicketTypeIsDayVisitor of AttendeeRecord
        move zero to ExtractNightSpan
    else
        compute ExtractNightSpan = ExtractDepartureNight - ExtractArrivalNight
    end-if

    compute ExtractBalanceDue =
        AmountToPay of AttendeeRecord - AmountPaid of AttendeeRecord

    move zero to ExtractChargeableKids
    perform varying KidScan from 1 by 1
        until KidScan is greater than NumberOfKids of AttendeeRecord
            or KidScan is greater than 9
        if KidAge of AttendeeRecord(KidScan) is greater than or equal to
                ChargeableKidAgeThreshold
            add 1 to ExtractChargeableKids
        end-if
    end-perform

    perform CategoriseDiet
.

CategoriseDiet section.
*> the same words BarnCampReport looks for, with one headline category
*> for the reports that only want to know which meal to plan
    if Diet of AttendeeRecord equal to spaces
        set ExtractDietIsNone to true
        exit section
    end-if
    move upper-case(Diet of AttendeeRecord) to DietUpper
    move zero to CategoryTally
    inspect DietUpper tallying CategoryTally for all "VEGAN"
    if CategoryTally is greater than zero
        set ExtractHasVegan to true
    end-if
    move zero to CategoryTally
    inspect DietUpper tallying CategoryTally for all "VEGETARIAN"
    if CategoryTally is greater than zero
        set ExtractHasVegetarian to true
    end-if
    move zero to CategoryTally
    inspect DietUpper tallying CategoryTally for all "NUT"
    if CategoryTally is greater than zero
        set ExtractHasNutAllergy to true
    end-if
    move zero to CategoryTally
    inspect DietUpper tallying CategoryTally for all "GLUTEN"
    if CategoryTally is greater than zero
        set ExtractHasGlutenFree to true
    end-if
    evaluate true
        when ExtractHasVegan
            set ExtractDietIsVegan to true
        when ExtractHasVegetarian
            set ExtractDietIsVegetarian to true
        when other
            set ExtractDietIsOther to true
    end-evaluate
.

end program BuildAttendeeExtract.
