*> guardian-consents.dat - a parent's or guardian's consent for a 16 or
*> 17 year old camping without them, with how to reach the parent. A
*> later line for the same booking replaces an earlier one.
01 GuardianConsent.
    05 GuardianConsentAuthCode pic x(6) value spaces.
    05 GuardianName pic x(25) value spaces.
    05 GuardianRelationship pic x(15) value spaces.
    05 GuardianTelephone pic x(14) value spaces.
    05 GuardianEmail pic x(40) value spaces.
    05 GuardianConsentDate pic x(8) value spaces.
    05 GuardianConsentRecordedBy pic x(8) value spaces.
