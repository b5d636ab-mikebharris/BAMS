*> money decisions over the policy threshold wait here until a second
*> treasurer or admin operator - not the one who keyed them - approves
01 Approval.
    05 ApprovalNumber pic 9(4) value zero.
    05 ApprovalKind pic x(7) value spaces.
        88 ApprovalIsRefund value "REFUND".
        88 ApprovalIsBursary value "BURSARY".
        88 ApprovalIsClaim value "CLAIM".
        88 ApprovalIsWriteOff value "BADDEBT".
    05 ApprovalAuthCode pic x(6) value spaces.
*> bursary application position or expense claim number
    05 ApprovalReference pic 9(4) value zero.
    05 ApprovalAmount pic 9(5) value zero.
    05 ApprovalMethod pic x(10) value spaces.
    05 ApprovalRequestedBy pic x(8) value spaces.
    05 ApprovalRequestedDate pic x(8) value spaces.
    05 ApprovalStatus pic x value "P".
        88 ApprovalIsPending value "P".
        88 ApprovalIsApproved value "A".
        88 ApprovalIsRejected value "R".
    05 ApprovalDecidedBy pic x(8) value spaces.
    05 ApprovalDecidedDate pic x(8) value spaces.
    05 ApprovalNote pic x(40) value spaces.
*> what the request is for, in the keying operator's words
    05 ApprovalDetail pic x(30) value spaces.
