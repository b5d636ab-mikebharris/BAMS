01 Supplier.
    05 SupplierCode pic x(8) value spaces.
    05 SupplierFullName pic x(30) value spaces.
    05 SupplierContact pic x(25) value spaces.
    05 SupplierTelephone pic x(14) value spaces.
    05 SupplierEmail pic x(40) value spaces.
    05 SupplierSortCode pic x(8) value spaces.
    05 SupplierAccountNumber pic x(8) value spaces.
    05 SupplierAccountName pic x(18) value spaces.
    05 SupplierTermsDays pic 999 value 30.
