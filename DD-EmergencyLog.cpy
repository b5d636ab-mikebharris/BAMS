01 EmergencyLog.
    05 EmergencyBroadcastId pic x(14) value spaces.
    05 EmergencyLogAuthCode pic x(6) value spaces.
    05 EmergencyLogKind pic x(8) value spaces.
        88 EmergencyLogIsOnSite value "ON SITE".
        88 EmergencyLogIsSms value "SMS".
        88 EmergencyLogIsEmail value "EMAIL".
        88 EmergencyLogIsContact value "CONTACT".
        88 EmergencyLogIsSafe value "SAFE".
    05 EmergencyLogName pic x(25) value spaces.
    05 EmergencyLogAddress pic x(40) value spaces.
    05 EmergencyLogDate pic x(8) value spaces.
    05 EmergencyLogTime pic x(6) value spaces.
