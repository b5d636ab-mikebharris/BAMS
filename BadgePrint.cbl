        88 NoSuchRecord value "23".

    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 BadgeFileName pic x(30) value spaces.
    01 CommandLineArgumentCount pic 9 value zero.
    01 ArrivalDayWanted pic xxx value spaces.
            03 BadgeAuthCode pic x(6).
            03 BadgeRole pic x.
            03 BadgeFamilyGroup pic x(10).
            03 BadgeDBSCheckDate pic x(8).
            03 BadgeNumberOfKids pic 99.
            03 BadgeKidsAges.
                04 BadgeKidAge pic 99 occurs 9 times.
    01 KidNumber pic 9 value zero.
    01 BadgesPrinted pic 999 value zero.
    01 WristbandsPrinted pic 999 value zero.
    01 DBSDatesPrinted pic 999 value zero.
    01 DBSDatesPrintedDisplay pic zz9.

    copy DD-FieldAccess.

    copy DD-ItineraryFiles.
    01 ItinerariesPrinted pic 999 value zero.

procedure division.
    accept CommandLineArgumentCount from argument-number
        accept AttendeesFileName from argument-value
    end-if

*> a helper's badge carries their DBS date only when the operator
*> printing the badges may see it
    accept FieldAccessOperatorId from environment "BAMS_OPERATOR"
    move "BadgePrint" to FieldAccessProgram
    call "FieldAccess" using FieldAccess

    move zero to BadgeCount
    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
                move AuthCode of AttendeeRecord to BadgeAuthCode(BadgeCount)
                move AttendeeRole of AttendeeRecord to BadgeRole(BadgeCount)
                move FamilyGroup of AttendeeRecord to BadgeFamilyGroup(BadgeCount)
                move DBSCheckDate of AttendeeRecord to BadgeDBSCheckDate(BadgeCount)
                move NumberOfKids of AttendeeRecord to BadgeNumberOfKids(BadgeCount)
                move KidsAges of AttendeeRecord to BadgeKidsAges(BadgeCount)
            end-if
    end-perform
    close BadgeFile

    if DBSDatesPrinted is greater than zero
        move DBSDatesPrinted to DBSDatesPrintedDisplay
        move spaces to FieldAccessSubject
        move spaces to FieldAccessDetail
        string "badges " ArrivalDayWanted " " trim(DBSDatesPrintedDisplay)
            " DBS dates" delimited by size into FieldAccessDetail
        end-string
        call "LogUnmaskedView" using FieldAccess
    end-if

    perform PrintItinerariesForArrivals

    display "Badges produced:     " BadgesPrinted
    display "Wristbands produced: " WristbandsPrinted
    display "Print-ready file written to " trim(BadgeFileName)
    display "Itineraries produced: " ItinerariesPrinted
        " in " trim(ItineraryOutputFile)
    stop run.

PrintItinerariesForArrivals section.
*> the itinerary goes in the same envelope as the badge, so it is
*> printed in the same name order from the same list of arrivals
    move spaces to ItineraryOutputFile
    string "itineraries-" delimited by size
        ArrivalDayWanted delimited by size
        ".txt" delimited by size
        into ItineraryOutputFile
    end-string
    set ItineraryStartsNewFile to true
    open input AttendeesFile
    perform varying BadgeNumber from 1 by 1
        until BadgeNumber is greater than BadgeCount
        move BadgeAuthCode(BadgeNumber) to AuthCode of AttendeeRecord
        read AttendeesFile key is AuthCode of AttendeeRecord
            invalid key continue
        end-read
        if Successful
            call "PrintItinerary" using ItineraryFiles, AttendeeRecord
            set ItineraryAddsToFile to true
            add 1 to ItinerariesPrinted
        end-if
    end-perform
    close AttendeesFile
.

WriteBadgeBlock section.
    move all "=" to BadgeLine
    write BadgeLine
        string "         Family " trim(BadgeFamilyGroup(BadgeNumber)) into BadgeLine
        write BadgeLine
    end-if
    if BadgeRole(BadgeNumber) equal to "V" or BadgeRole(BadgeNumber) equal to "L"
        move spaces to BadgeLine
        if SafeguardingFieldsVisible
            string "         DBS: " BadgeDBSCheckDate(BadgeNumber) into BadgeLine
            add 1 to DBSDatesPrinted
        else
            move "         DBS: check with the kids lead" to BadgeLine
        end-if
        write BadgeLine
    end-if
    add 1 to BadgesPrinted

    perform varying KidNumber from 1 by 1
