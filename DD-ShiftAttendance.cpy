01 ShiftAttendance.
    05 AttendanceAuthCode pic x(6) value spaces.
    05 AttendanceShiftDay pic xxx value spaces.
    05 AttendanceShiftSlot pic x(12) value spaces.
    05 AttendanceStation pic x(10) value spaces.
    05 AttendanceOutcome pic x value space.
        88 AttendanceWorked value "W".
        88 AttendancePartial value "P".
        88 AttendanceNoShow value "N".
        88 AttendanceOutcomeIsValid values "W", "P", "N".
    05 AttendanceHours pic 99v9 value zero.
    05 AttendanceMarkedDate pic x(8) value spaces.
    05 AttendanceMarkedBy pic x(8) value spaces.
