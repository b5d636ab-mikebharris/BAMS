01 Concern.
    05 ConcernNumber pic 9(4) value zeroes.
    05 ConcernAuthCode pic x(6) value spaces.
    05 ConcernKidName pic x(25) value spaces.
    05 ConcernDate pic x(8) value spaces.
    05 ConcernTime pic x(4) value spaces.
    05 ConcernRaisedBy pic x(25) value spaces.
    05 ConcernSeen pic x(60) value spaces.
    05 ConcernActions pic x(60) value spaces.
    05 ConcernReferred pic x value "N".
        88 ConcernWasReferred values "Y", "y".
        88 ConcernNotReferred values "N", "n".
    05 ConcernReferredTo pic x(30) value spaces.
    05 ConcernLoggedBy pic x(8) value spaces.
