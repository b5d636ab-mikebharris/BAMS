            03 FamilyNumberOfKids pic 99.
            03 FamilyTicketType pic x.
            03 FamilySignUpDate pic 9(8).
            03 FamilyCapShare pic 999.

    01 MemberNumber pic 99 value zero.
    01 MemberBalance pic s999 value zero.
    01 MemberBalanceDisplay pic -zz9.
    01 GroupAmountToPay pic 9(5) value zero.
    01 GroupAmountPaid pic 9(5) value zero.
    01 GroupFamilyReduction pic 9(5) value zero.
    01 GroupFullPrice pic 9(5) value zero.
    01 GroupBalance pic s9(5) value zero.
    01 GroupBalanceDisplay pic -(4)9.

        end-string
        write StatementLine
        display StatementLine
        if FamilyCapShare(MemberNumber) is greater than zero
            move spaces to StatementLine
            string "  less family ticket cap reduction of "
                FamilyCapShare(MemberNumber)
                delimited by size into StatementLine
            end-string
            write StatementLine
        end-if
        add FamilyAmountToPay(MemberNumber) to GroupAmountToPay
        add FamilyAmountPaid(MemberNumber) to GroupAmountPaid
        add FamilyCapShare(MemberNumber) to GroupFamilyReduction
    end-perform

    compute GroupBalance = GroupAmountToPay - GroupAmountPaid
    move GroupBalance to GroupBalanceDisplay
    move spaces to StatementLine
    write StatementLine
*> the reduction is its own line so the family can see the full price
*> and what the cap took off it, not just the lower figure
    if GroupFamilyReduction is greater than zero
        compute GroupFullPrice = GroupAmountToPay + GroupFamilyReduction
        move spaces to StatementLine
        string "Full price " GroupFullPrice
            " less family ticket cap reduction " GroupFamilyReduction
            delimited by size into StatementLine
        end-string
        write StatementLine
        display StatementLine
    end-if
    move spaces to StatementLine
    string "Group totals: due " GroupAmountToPay
        " paid " GroupAmountPaid
