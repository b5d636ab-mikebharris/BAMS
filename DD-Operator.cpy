        88 OperatorIsLocked value 1 when set to false is 0.
    05 OperatorMustChangePassword pic 9 value 0.
        88 PasswordChangeForced value 1 when set to false is 0.
    05 OperatorSafeguardingLead pic 9 value 0.
        88 OperatorIsSafeguardingLead value 1 when set to false is 0.
*> need-to-know access to the sensitive parts of a booking - an admin
*> sees everything, anyone else only the groups switched on here
    05 OperatorFirstAider pic 9 value 0.
        88 OperatorIsFirstAider value 1 when set to false is 0.
    05 OperatorKidsLead pic 9 value 0.
        88 OperatorIsKidsLead value 1 when set to false is 0.
