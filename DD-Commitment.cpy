    05 CommitmentSettled pic a value "N".
        88 CommitmentIsSettled values "Y", "y".
        88 CommitmentIsOutstanding values "N", "n", " ".
*> when the money has to go - the cash-flow forecast puts a commitment
*> with no due date in the current week
    05 CommitmentDueDate pic x(8) value spaces.
