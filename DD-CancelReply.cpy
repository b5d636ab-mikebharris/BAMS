*> event-cancellations.dat - one line for each booking swept up when a
*> whole event is called off: what they had paid towards it and what
*> they asked us to do with the money once their reply came in. The
*> settlement run turns each answered line into a refund, a credit or
*> a donation and marks it settled.
01 CancelReply.
    05 CancelReplyAuthCode pic x(6) value spaces.
    05 CancelReplyName pic x(25) value spaces.
    05 CancelReplyEventFile pic x(20) value spaces.
    05 CancelReplyCancelledDate pic x(8) value spaces.
*> paid in, less anything already refunded or kept as a donation
    05 CancelReplyPaid pic 999 value zeroes.
    05 CancelReplyChoice pic x value space.
        88 CancelReplyAwaited value space.
        88 CancelReplyWantsRefund value "R".
        88 CancelReplyWantsCredit value "C".
        88 CancelReplyWantsDonation value "D".
        88 CancelReplyNothingOwed value "N".
    05 CancelReplyMethod pic x(4) value spaces.
    05 CancelReplyDate pic x(8) value spaces.
    05 CancelReplyStatus pic x value "O".
        88 CancelReplyIsOpen value "O".
        88 CancelReplyIsSettled value "S".
    05 CancelReplySettledDate pic x(8) value spaces.
