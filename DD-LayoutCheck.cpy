*> what CheckAttendeesLayout found in a file written with the attendee
*> record - the live file, a waiting list, a backup or an archive
01 LayoutCheck.
    05 LayoutCheckFileName pic x(40) value spaces.
    05 LayoutCheckOrganisation pic x value "I".
        88 LayoutFileIsIndexed value "I".
        88 LayoutFileIsLineSequential value "L".
    05 LayoutCheckQuietFlag pic x value "N".
        88 LayoutCheckIsQuiet value "Y".
    05 LayoutCheckResult pic x value space.
        88 LayoutIsCurrent values "C", "E".
        88 LayoutFileIsEmpty value "E".
        88 LayoutIsOlder value "O".
        88 LayoutIsNotKnown value "U".
    05 LayoutCheckVersion pic 999 value zeroes.
    05 LayoutCheckLength pic 9(4) value zeroes.
    05 LayoutCheckStampFlag pic x value "N".
        88 LayoutFileIsStamped value "Y".
    05 LayoutCurrentVersion pic 999 value zeroes.
