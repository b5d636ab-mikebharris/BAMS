01 MenuItem.
    05 MenuDay pic xxx value spaces.
    05 MenuSitting pic x value "L".
        88 MenuSittingIsValid values "B", "L", "D".
    05 MenuDish pic x(25) value spaces.
