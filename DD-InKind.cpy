*> one gift or loan of goods rather than money - food for the kitchen,
*> tools, a marquee. The value is a fair estimate in whole pounds; it
*> never passes through the bank, but it is booked so the accounts show
*> what the camp really costs to run
01 InKindDonation.
    05 InKindId pic x(6) value spaces.
    05 InKindDonor pic x(30) value spaces.
    05 InKindDonorAuthCode pic x(6) value spaces.
    05 InKindDonorEmail pic x(40) value spaces.
    05 InKindDonorAddress pic x(60) value spaces.
    05 InKindDonorLanguage pic xx value spaces.
    05 InKindDate pic x(8) value spaces.
    05 InKindItem pic x(25) value spaces.
    05 InKindQuantity pic 9(5)v99 value zeroes.
    05 InKindUnit pic x(10) value spaces.
    05 InKindValue pic 9(5) value zeroes.
    05 InKindTerms pic x value "G".
        88 InKindIsGift value "G".
        88 InKindIsLoan value "L".
        88 InKindTermsValid values "G" "L".
    05 InKindDestination pic x value "N".
        88 InKindToKitchenStores value "K".
        88 InKindToEquipment value "E".
        88 InKindToMerchStock value "M".
        88 InKindNotStocked value "N".
        88 InKindDestinationValid values "K" "E" "M" "N".
*> the ingredient name, first equipment id or stock size it went in
*> under, so the stock line can be traced back to the donor
    05 InKindStockKey pic x(25) value spaces.
    05 InKindThankedDate pic x(8) value spaces.
