01 ItineraryFiles.
    05 ItineraryShiftsFile pic x(20) value "shifts.dat".
    05 ItineraryWorkshopsFile pic x(20) value "workshops.dat".
    05 ItinerarySignUpsFile pic x(22) value "workshop-signups.dat".
    05 ItineraryShuttleRunsFile pic x(20) value "shuttle-runs.dat".
    05 ItineraryShuttleBookingsFile pic x(22) value "shuttle-bookings.dat".
    05 ItineraryHiresFile pic x(20) value "hires.dat".
    05 ItineraryEquipmentFile pic x(20) value "equipment.dat".
    05 ItineraryPitchesFile pic x(20) value "pitches.dat".
    05 ItineraryOutputFile pic x(30) value "itinerary.txt".
    05 ItineraryWriteMode pic x value "N".
        88 ItineraryStartsNewFile value "N".
        88 ItineraryAddsToFile value "A".
