    01 AttendeesNotPaidToArriveReturned pic 999 value zero.
    01 TotalPaidReturned pic 9(4) value zero.
    01 TotalToPayReturned pic 9(4) value zero.
    01 TotalWrittenOffReturned pic 9(4) value zero.
    01 WrittenOffCountReturned pic 999 value zero.
    01 FamilyCapRecordsChangedReturned pic 99 value zero.
    01 FamilyAmountToPayReturned pic 9(4) value zero.
    01 TestFamilyGroup pic x(10) value "TESTFAM".
    01 TestFamilyCap pic 999 value zero.

procedure division.

        by content "TestCanFetchTotalOfMoney: Correct amount of money to pay returned"
    .

TestCanFetchBadDebt.
    *> Given/When
    call "BadDebtStats" using by reference TotalWrittenOffReturned, WrittenOffCountReturned

    *> Then
    call "AssertEquals" using by content WrittenOffCountReturned by content 0
        by content "TestCanFetchBadDebt: Nobody in the test data is written off"

    *> Then
    call "AssertEquals" using by content TotalWrittenOffReturned by content 0
        by content "TestCanFetchBadDebt: No bad debt in the test data"
    .

TestFamilyCapSharedAcrossGroup.
    *> Given
    call "GetAttendeeByAuthCode"
        using by reference "ABCDEF",
        by reference AttendeeReturned
    move TestFamilyGroup to FamilyGroup of AttendeeReturned
    call "UpdateAttendee" using by content AttendeeReturned, by content 0
    call "GetAttendeeByAuthCode"
        using by reference "EF1234",
        by reference AttendeeReturned
    move TestFamilyGroup to FamilyGroup of AttendeeReturned
    call "UpdateAttendee" using by content AttendeeReturned, by content 0

    *> When
    move 50 to TestFamilyCap
    call "ApplyFamilyCap" using by content TestFamilyGroup, by content TestFamilyCap,
        by reference FamilyCapRecordsChangedReturned

    *> Then
    call "GetAttendeeByAuthCode"
        using by reference "ABCDEF",
        by reference AttendeeReturned
    move AmountToPay of AttendeeReturned to FamilyAmountToPayReturned
    call "GetAttendeeByAuthCode"
        using by reference "EF1234",
        by reference AttendeeReturned
    add AmountToPay of AttendeeReturned to FamilyAmountToPayReturned
    call "AssertEquals" using by content FamilyAmountToPayReturned by content 50
        by content "TestFamilyCapSharedAcrossGroup: Family pays no more than the cap between them"
    .

TestFamilyCapLiftedRestoresFullPrice.
    *> Given/When
    move 0 to TestFamilyCap
    call "ApplyFamilyCap" using by content TestFamilyGroup, by content TestFamilyCap,
        by reference FamilyCapRecordsChangedReturned

    *> Then
    call "GetAttendeeByAuthCode"
        using by reference "ABCDEF",
        by reference AttendeeReturned
    call "AssertEquals" using by content AmountToPay of AttendeeReturned by content 50
        by content "TestFamilyCapLiftedRestoresFullPrice: Full price is back once there is no cap"
    call "AssertEquals" using by content FamilyCapReduction of AttendeeReturned by content 0
        by content "TestFamilyCapLiftedRestoresFullPrice: No family reduction left"
    .

EndTests.
    call "ListAttendees"
    stop run.
