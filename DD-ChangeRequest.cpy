*> a camper's own request to change one field of their booking, sent
*> from the website and held until a gate operator approves or rejects it
01 ChangeRequest.
    05 ChangeNumber pic 9(4) value zero.
    05 ChangeAuthCode pic x(6) value spaces.
    05 ChangeField pic x(25) value spaces.
        88 ChangeFieldIsKnown values "ArrivalDay", "DepartureDay",
            "ArrivalSlot", "Diet", "Telephone", "Email", "MedicalNotes",
            "EmergencyContactName", "EmergencyContactTelephone",
            "VehicleRegistration".
        88 ChangeMovesNights values "ArrivalDay", "DepartureDay".
*> shown only to operators who may see medical fields
        88 ChangeFieldIsMedical values "Diet", "MedicalNotes".
    05 ChangeOldValue pic x(60) value spaces.
    05 ChangeNewValue pic x(60) value spaces.
    05 ChangeReceivedDate pic x(8) value spaces.
    05 ChangeStatus pic x value "P".
        88 ChangeIsPending value "P".
        88 ChangeIsApproved value "A".
        88 ChangeIsRejected value "R".
    05 ChangeDecidedBy pic x(8) value spaces.
    05 ChangeDecidedDate pic x(8) value spaces.
    05 ChangeNote pic x(40) value spaces.
