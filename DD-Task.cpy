*> tasks.dat - the follow-up jobs that come out of the gate, the phone
*> and the overnight checks ("call back about refund", "chase missing
*> waiver"). A task belongs to a named operator or, when none is named,
*> to everyone signed on in that role. Runs that raise tasks go through
*> RaiseTask, which will not open a second copy of one still open.
01 Task.
    05 TaskNumber pic 9(5) value zeroes.
    05 TaskStatus pic x value "O".
        88 TaskIsOpen value "O".
        88 TaskIsDone value "D".
        88 TaskIsCancelled value "X".
*> spaces when the job is not about one booking
    05 TaskAuthCode pic x(6) value spaces.
    05 TaskDueDate pic x(8) value spaces.
    05 TaskAssignedOperator pic x(8) value spaces.
*> G gate crew, T treasurer, A admin - only used with no operator named
    05 TaskAssignedRole pic x value space.
    05 TaskDescription pic x(60) value spaces.
*> MANUAL for one keyed at the desk, otherwise the run that raised it
    05 TaskSource pic x(8) value spaces.
    05 TaskRaisedDate pic x(8) value spaces.
    05 TaskRaisedBy pic x(8) value spaces.
    05 TaskClosedDate pic x(8) value spaces.
    05 TaskClosedBy pic x(8) value spaces.
