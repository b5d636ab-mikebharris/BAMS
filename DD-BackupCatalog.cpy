    05 CatalogBackupName pic x(30) value spaces.
    05 CatalogBackupStamp pic x(15) value spaces.
    05 CatalogBackupCount pic 9(4) value zeroes.
    05 CatalogBackupLayout pic 999 value zeroes.
