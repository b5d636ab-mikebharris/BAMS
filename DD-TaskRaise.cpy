*> one task handed to RaiseTask. Give a due date, or leave it blank and
*> say how many days from today. Name an operator or a role (G/T/A).
*> CloseRaisedTasks takes the same area: a task number closes that one
*> task, otherwise every open task with this AuthCode and source is
*> closed - TaskRaiseBy is who closed them. Callers clear the details
*> between tasks and leave the file name alone.
01 TaskRaise.
    05 TaskRaiseFileName pic x(24) value "tasks.dat".
    05 TaskRaiseDetails.
        10 TaskRaiseNumber pic 9(5) value zeroes.
        10 TaskRaiseAuthCode pic x(6) value spaces.
        10 TaskRaiseDescription pic x(60) value spaces.
        10 TaskRaiseDueDate pic x(8) value spaces.
        10 TaskRaiseDueInDays pic 999 value zeroes.
        10 TaskRaiseOperator pic x(8) value spaces.
        10 TaskRaiseRole pic x value space.
        10 TaskRaiseSource pic x(8) value spaces.
        10 TaskRaiseBy pic x(8) value spaces.
    05 TaskRaiseResult pic 9 value zero.
        88 TaskWasRaised value 0.
        88 TaskWasAlreadyOpen value 1.
        88 TaskWasRefused value 2.
    05 TaskRaiseClosedCount pic 999 value zero.
