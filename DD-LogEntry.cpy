01 LogEntry.
    05 LogEntryNumber pic 9(4) value zero.
    05 LogEntryDate pic x(8) value spaces.
    05 LogEntryTime pic x(4) value spaces.
    05 LogEntryStation pic x(10) value spaces.
    05 LogEntryAuthCode pic x(6) value spaces.
    05 LogEntryText pic x(70) value spaces.
    05 LogEntryBy pic x(8) value spaces.
    05 LogEntryStatus pic x value "N".
        88 LogEntryIsOpen value "O".
        88 LogEntryIsClosed value "C".
        88 LogEntryIsNote value "N".
    05 LogEntryClosedDate pic x(8) value spaces.
    05 LogEntryClosedBy pic x(8) value spaces.
    05 LogEntryClosedNote pic x(40) value spaces.
