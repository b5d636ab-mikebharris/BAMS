        88 RecordIsIncomplete value 1 when set to false is 0.
    05 ProvisionalFlag pic 9 value 0.
        88 BookingIsProvisional value 1 when set to false is 0.
    05 ArrivalSlot pic x(5) value spaces.
        88 ArrivalSlotIsValid values "10-12", "12-14", "14-16", "16-18", "18-20", "20-22".
        88 ArrivalSlotNotBooked value spaces.
    05 BarredReviewFlag pic 9 value 0.
        88 BookingHeldForBarredReview value 1 when set to false is 0.
    05 HookUpCircuit pic x(6) value spaces.
        88 HookUpNotAllocated value spaces.
    05 HookUpLoadAmps pic 99 value zero.
    05 WriteOffFlag pic 9 value 0.
        88 BalanceWrittenOff value 1 when set to false is 0.
    05 WriteOffDate pic x(8) value spaces.
    05 WriteOffAmount pic 999 value zero.
    05 WriteOffReason pic x(30) value spaces.
    05 EmailBouncedFlag pic 9 value 0.
        88 EmailUndeliverable value 1 when set to false is 0.
    05 EmailBouncedDate pic x(8) value spaces.
    05 ChannelBeforeBounce pic x value space.
    05 TravelMode pic x value space.
        88 TravelModeIsValid values "C", "S", "T", "B", "K", "W".
        88 TravelByCar value "C".
        88 TravelByCarShare value "S".
        88 TravelByTrainAndShuttle value "T".
        88 TravelByCoach value "B".
        88 TravelByBike value "K".
        88 TravelOnFoot value "W".
        88 TravelModeNotKnown value space.
    05 TravelDistanceBand pic x value space.
        88 TravelDistanceBandIsValid values "1", "2", "3", "4", "5".
        88 TravelDistanceNotKnown value space.
    05 PersonId pic 9(6) value zeroes.
*> a two-letter code (EN, CY, ES ...) picking which template set the
*> letters and messages come from; blank is English
    05 PreferredLanguage pic xx value spaces.
        88 LanguageIsEnglish values "EN", spaces.
*> what the event's family cap took off this member's share - the
*> full price is AmountToPay plus this, AmountToPay is what is owed
    05 FamilyCapReduction pic 999 value zero.
*> a 16 or 17 year old here with friends rather than a parent - booked
*> on an adult ticket, answered for on site by the adult named here, and
*> not checked in until a parent's consent is in guardian-consents.dat
    05 UnaccompaniedMinorFlag pic 9 value 0.
        88 AttendeeIsUnaccompaniedMinor value 1 when set to false is 0.
    05 ResponsibleAdultCode pic x(6) value spaces.
