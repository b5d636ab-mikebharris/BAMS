identification division.
program-id. PrintItinerary.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional ShiftsFile assign to ShiftsFileName
            organization is line sequential.

        select optional WorkshopsFile assign to WorkshopsFileName
            organization is line sequential.

        select optional SignUpsFile assign to SignUpsFileName
            organization is line sequential.

        select optional ShuttleRunsFile assign to ShuttleRunsFileName
            organization is line sequential.

        select optional ShuttleBookingsFile assign to ShuttleBookingsFileName
            organization is line sequential.

        select optional HiresFile assign to HiresFileName
            organization is line sequential.

        select optional EquipmentFile assign to EquipmentFileName
            organization is line sequential.

        select optional PitchesFile assign to PitchesFileName
            organization is line sequential.

        select ItineraryFile assign to ItineraryFileName
            organization is line sequential.

data division.
file section.
    fd ShiftsFile.
        copy DD-Shift replacing Shift by
            ==ShiftRecord.
            88 EndOfShiftsFile value high-values==.

    fd WorkshopsFile.
        copy DD-Workshop replacing Workshop by
            ==WorkshopRecord.
            88 EndOfWorkshopsFile value high-values==.

    fd SignUpsFile.
        copy DD-WorkshopSignUp replacing WorkshopSignUp by
            ==SignUpRecord.
            88 EndOfSignUpsFile value high-values==.

    fd ShuttleRunsFile.
        copy DD-Shuttle replacing ShuttleRun by
            ==ShuttleRunRecord.
            88 EndOfShuttleRunsFile value high-values==.

    fd ShuttleBookingsFile.
        copy DD-ShuttleBooking replacing ShuttleBooking by
            ==ShuttleBookingRecord.
            88 EndOfShuttleBookingsFile value high-values==.

    fd HiresFile.
        copy DD-Hire replacing Hire by
            ==HireRecord.
            88 EndOfHiresFile value high-values==.

    fd EquipmentFile.
        copy DD-Equipment replacing EquipmentItem by
            ==EquipmentRecord.
            88 EndOfEquipmentFile value high-values==.

    fd PitchesFile.
        copy DD-Pitch replacing Pitch by
            ==PitchRecord.
            88 EndOfPitchesFile value high-values==.

    fd ItineraryFile.
        01 ItineraryLine pic x(80).

working-storage section.
    01 ShiftsFileName pic x(20) value spaces.
    01 WorkshopsFileName pic x(20) value spaces.
    01 SignUpsFileName pic x(22) value spaces.
    01 ShuttleRunsFileName pic x(20) value spaces.
    01 ShuttleBookingsFileName pic x(22) value spaces.
    01 HiresFileName pic x(20) value spaces.
    01 EquipmentFileName pic x(20) value spaces.
    01 PitchesFileName pic x(20) value spaces.
    01 ItineraryFileName pic x(30) value spaces.

    01 AssigneeSlot pic 9 value zero.
    01 ItemsListed pic 99 value zero.
    01 LookupFoundFlag pic 9 value 0.
        88 LookupFound value 1 when set to false is 0.
    01 DepartureShown pic xxx value spaces.
    01 LinePointer pic 99 value 1.

linkage section.
    copy DD-ItineraryFiles.
    copy DD-Attendee replacing Attendee by ==TravellerRecord==.

procedure division using ItineraryFiles, TravellerRecord.
*> one sheet per person, from the same files the gate screens keep, so
*> what the camper is told is what the rota and the manifests say
    move ItineraryShiftsFile to ShiftsFileName
    move ItineraryWorkshopsFile to WorkshopsFileName
    move ItinerarySignUpsFile to SignUpsFileName
    move ItineraryShuttleRunsFile to ShuttleRunsFileName
    move ItineraryShuttleBookingsFile to ShuttleBookingsFileName
    move ItineraryHiresFile to HiresFileName
    move ItineraryEquipmentFile to EquipmentFileName
    move ItineraryPitchesFile to PitchesFileName
    move ItineraryOutputFile to ItineraryFileName

    if ItineraryAddsToFile
        open extend ItineraryFile
    else
        open output ItineraryFile
    end-if
    perform WriteItineraryHeading
    perform WritePitchAndStay
    perform WriteShiftsSection
    perform WriteWorkshopsSection
    perform WriteShuttleSection
    perform WriteHiresSection
    move spaces to ItineraryLine
    write ItineraryLine
    close ItineraryFile
    goback
    .

WriteItineraryHeading section.
    move all "=" to ItineraryLine
    write ItineraryLine
    move spaces to ItineraryLine
    string "ITINERARY  " trim(AttendeeName of TravellerRecord)
        "  (" AuthCode of TravellerRecord ")"
        delimited by size into ItineraryLine
    write ItineraryLine
    if FamilyGroup of TravellerRecord not equal to spaces
        move spaces to ItineraryLine
        string "           Family " trim(FamilyGroup of TravellerRecord)
            delimited by size into ItineraryLine
        write ItineraryLine
    end-if
    move all "=" to ItineraryLine
    write ItineraryLine
.

WritePitchAndStay section.
    move spaces to ItineraryLine
    if ArrivalSlotNotBooked of TravellerRecord
        string "Arriving:   " ArrivalDay of TravellerRecord
            delimited by size into ItineraryLine
    else
        string "Arriving:   " ArrivalDay of TravellerRecord
            " between " ArrivalSlot of TravellerRecord
            delimited by size into ItineraryLine
    end-if
    write ItineraryLine

*> no departure day on the booking means the usual Sunday, or Monday
*> for those staying on to strike the site
    evaluate true
        when DepartureDayIsValid of TravellerRecord
            move DepartureDay of TravellerRecord to DepartureShown
        when CanStayTillMonday of TravellerRecord
            move "Mon" to DepartureShown
        when other
            move "Sun" to DepartureShown
    end-evaluate
    move spaces to ItineraryLine
    string "Departing:  " DepartureShown delimited by size into ItineraryLine
    write ItineraryLine

    move spaces to ItineraryLine
    if PitchReference of TravellerRecord equal to spaces
        move "Pitch:      not yet allocated - ask at the gate" to ItineraryLine
    else
        set LookupFound to false
        open input PitchesFile
            read PitchesFile
                at end set EndOfPitchesFile to true
            end-read
            perform until EndOfPitchesFile or LookupFound
                if PitchId of PitchRecord equal to PitchReference of TravellerRecord
                    set LookupFound to true
                else
                    read PitchesFile
                        at end set EndOfPitchesFile to true
                    end-read
                end-if
            end-perform
        close PitchesFile
        if LookupFound
            string "Pitch:      " trim(PitchReference of TravellerRecord)
                " in " trim(PitchArea of PitchRecord)
                delimited by size into ItineraryLine
        else
            string "Pitch:      " trim(PitchReference of TravellerRecord)
                delimited by size into ItineraryLine
        end-if
    end-if
    write ItineraryLine
.

WriteShiftsSection section.
    move spaces to ItineraryLine
    write ItineraryLine
    move "Volunteer shifts" to ItineraryLine
    write ItineraryLine
    move zero to ItemsListed
    open input ShiftsFile
        read ShiftsFile
            at end set EndOfShiftsFile to true
        end-read
        perform until EndOfShiftsFile
            perform varying AssigneeSlot from 1 by 1 until AssigneeSlot is greater than 4
                if ShiftAssignee of ShiftRecord(AssigneeSlot)
                        equal to AuthCode of TravellerRecord
                    add 1 to ItemsListed
                    move spaces to ItineraryLine
                    string "  " ShiftDay of ShiftRecord " "
                        ShiftSlot of ShiftRecord " "
                        ShiftStation of ShiftRecord
                        delimited by size into ItineraryLine
                    write ItineraryLine
                end-if
            end-perform
            read ShiftsFile
                at end set EndOfShiftsFile to true
            end-read
        end-perform
    close ShiftsFile
    if ItemsListed equal to zero
        move "  none" to ItineraryLine
        write ItineraryLine
    end-if
.

WriteWorkshopsSection section.
    move spaces to ItineraryLine
    write ItineraryLine
    move "Workshops" to ItineraryLine
    write ItineraryLine
    move zero to ItemsListed

*> sessions they are running come first, then the places they hold
    open input WorkshopsFile
        read WorkshopsFile
            at end set EndOfWorkshopsFile to true
        end-read
        perform until EndOfWorkshopsFile
            if WorkshopLeader of WorkshopRecord equal to AuthCode of TravellerRecord
                add 1 to ItemsListed
                move spaces to ItineraryLine
                string "  " WorkshopDay of WorkshopRecord " "
                    WorkshopSlot of WorkshopRecord " "
                    trim(WorkshopTitle of WorkshopRecord) " at "
                    trim(WorkshopVenue of WorkshopRecord) " - LEADING"
                    delimited by size into ItineraryLine
                write ItineraryLine
            end-if
            read WorkshopsFile
                at end set EndOfWorkshopsFile to true
            end-read
        end-perform
    close WorkshopsFile

    open input SignUpsFile
        read SignUpsFile
            at end set EndOfSignUpsFile to true
        end-read
        perform until EndOfSignUpsFile
            if SignUpAuthCode of SignUpRecord equal to AuthCode of TravellerRecord
                add 1 to ItemsListed
                perform WriteOneWorkshopPlace
            end-if
            read SignUpsFile
                at end set EndOfSignUpsFile to true
            end-read
        end-perform
    close SignUpsFile
    if ItemsListed equal to zero
        move "  none" to ItineraryLine
        write ItineraryLine
    end-if
.

WriteOneWorkshopPlace section.
    set LookupFound to false
    open input WorkshopsFile
        read WorkshopsFile
            at end set EndOfWorkshopsFile to true
        end-read
        perform until EndOfWorkshopsFile or LookupFound
            if WorkshopNumber of WorkshopRecord
                    equal to SignUpWorkshopNumber of SignUpRecord
                set LookupFound to true
            else
                read WorkshopsFile
                    at end set EndOfWorkshopsFile to true
                end-read
            end-if
        end-perform
    close WorkshopsFile

    move spaces to ItineraryLine
    move 1 to LinePointer
    if LookupFound
        string "  " WorkshopDay of WorkshopRecord " "
            WorkshopSlot of WorkshopRecord " "
            trim(WorkshopTitle of WorkshopRecord) " at "
            trim(WorkshopVenue of WorkshopRecord)
            delimited by size into ItineraryLine with pointer LinePointer
    else
        string "  workshop " SignUpWorkshopNumber of SignUpRecord
            " (no longer on the programme)"
            delimited by size into ItineraryLine with pointer LinePointer
    end-if
    if SignUpIsWaitlisted of SignUpRecord
        string " - WAITING LIST" delimited by size
            into ItineraryLine with pointer LinePointer
    end-if
    write ItineraryLine
.

WriteShuttleSection section.
    move spaces to ItineraryLine
    write ItineraryLine
    move "Shuttle seats" to ItineraryLine
    write ItineraryLine
    move zero to ItemsListed
    open input ShuttleBookingsFile
        read ShuttleBookingsFile
            at end set EndOfShuttleBookingsFile to true
        end-read
        perform until EndOfShuttleBookingsFile
            if BookingAuthCode of ShuttleBookingRecord
                    equal to AuthCode of TravellerRecord
                add 1 to ItemsListed
                perform WriteOneShuttleBooking
            end-if
            read ShuttleBookingsFile
                at end set EndOfShuttleBookingsFile to true
            end-read
        end-perform
    close ShuttleBookingsFile
    if ItemsListed equal to zero
        move "  none" to ItineraryLine
        write ItineraryLine
    end-if
.

WriteOneShuttleBooking section.
    set LookupFound to false
    open input ShuttleRunsFile
        read ShuttleRunsFile
            at end set EndOfShuttleRunsFile to true
        end-read
        perform until EndOfShuttleRunsFile or LookupFound
            if ShuttleRunNumber of ShuttleRunRecord
                    equal to BookingRunNumber of ShuttleBookingRecord
                set LookupFound to true
            else
                read ShuttleRunsFile
                    at end set EndOfShuttleRunsFile to true
                end-read
            end-if
        end-perform
    close ShuttleRunsFile

    move spaces to ItineraryLine
    evaluate true
        when not LookupFound
            string "  run " BookingRunNumber of ShuttleBookingRecord
                " - " BookingSeats of ShuttleBookingRecord " seats"
                delimited by size into ItineraryLine
        when ShuttleToSite of ShuttleRunRecord
            string "  " ShuttleDay of ShuttleRunRecord " "
                ShuttleTime of ShuttleRunRecord " station to site - "
                BookingSeats of ShuttleBookingRecord " seats"
                delimited by size into ItineraryLine
        when other
            string "  " ShuttleDay of ShuttleRunRecord " "
                ShuttleTime of ShuttleRunRecord " site to station - "
                BookingSeats of ShuttleBookingRecord " seats"
                delimited by size into ItineraryLine
    end-evaluate
    write ItineraryLine
.

WriteHiresSection section.
    move spaces to ItineraryLine
    write ItineraryLine
    move "Equipment on hire" to ItineraryLine
    write ItineraryLine
    move zero to ItemsListed
    open input HiresFile
        read HiresFile
            at end set EndOfHiresFile to true
        end-read
        perform until EndOfHiresFile
            if HireAuthCode of HireRecord equal to AuthCode of TravellerRecord
                    and HireStillOut of HireRecord
                add 1 to ItemsListed
                perform WriteOneHire
            end-if
            read HiresFile
                at end set EndOfHiresFile to true
            end-read
        end-perform
    close HiresFile
    if ItemsListed equal to zero
        move "  none" to ItineraryLine
        write ItineraryLine
    end-if
.

WriteOneHire section.
    set LookupFound to false
    open input EquipmentFile
        read EquipmentFile
            at end set EndOfEquipmentFile to true
        end-read
        perform until EndOfEquipmentFile or LookupFound
            if EquipmentId of EquipmentRecord equal to HireEquipmentId of HireRecord
                set LookupFound to true
            else
                read EquipmentFile
                    at end set EndOfEquipmentFile to true
                end-read
            end-if
        end-perform
    close EquipmentFile

    move spaces to ItineraryLine
    if LookupFound
        string "  " HireEquipmentId of HireRecord " "
            trim(EquipmentDescription of EquipmentRecord)
            " - return it before you leave"
            delimited by size into ItineraryLine
    else
        string "  " HireEquipmentId of HireRecord
            " - return it before you leave"
            delimited by size into ItineraryLine
    end-if
    write ItineraryLine
.

end program PrintItinerary.
