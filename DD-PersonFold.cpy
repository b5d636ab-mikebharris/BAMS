*> what to fold into the person master and where the year's side
*> registers are - the side files are only read for a live year, the
*> archives have nothing left alongside them
01 PersonFold.
    05 FoldAttendeesFile pic x(30) value "attendees.dat".
    05 FoldPersonsFile pic x(20) value "persons.dat".
    05 FoldYear pic 9(4) value zeroes.
    05 FoldSideFilesFlag pic x value "N".
        88 FoldReadsSideFiles value "Y".
    05 FoldShiftHoursFile pic x(20) value "shift-hours.dat".
    05 FoldIncidentsFile pic x(20) value "incidents.dat".
    05 FoldCreditsFile pic x(20) value "credits.dat".
    05 FoldBursariesFile pic x(20) value "bursaries.dat".
    05 FoldStampFlag pic x value "N".
        88 FoldStampsAttendees value "Y".
    05 FoldRecordsRead pic 9(5) value zero.
    05 FoldPersonsAdded pic 9(5) value zero.
    05 FoldPersonsMatched pic 9(5) value zero.
