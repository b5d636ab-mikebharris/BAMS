*> the first line of every backup. Its AuthCode of 000000 is never
*> given to a booking, so anything reading a backup through can step
*> over it; the tag fills the name and the version the email, so it can
*> be read whatever layout the rest of the file has.
01 LayoutStamp.
    05 LayoutStampTag pic x(25) value "*ATTENDEE FILE LAYOUT*".
    05 LayoutStampVersion pic 999 value zeroes.
    05 LayoutStampLength pic 9(4) value zeroes.
    05 LayoutStampDate pic x(8) value spaces.
    05 filler pic x(25) value spaces.
    05 LayoutStampKey pic x(6) value "000000".

*> fields are only ever added to the end of DD-Attendee, so the length
*> of a record says which layout wrote it. When a field is added, add
*> the new record length to the end of this table and bump the count -
*> the position in the table is the layout version.
01 AttendeeLayouts.
    05 AttendeeLayoutCount pic 99 value 11.
    05 AttendeeLayoutLengths.
        10 filler pic 9(4) value 655.
        10 filler pic 9(4) value 660.
        10 filler pic 9(4) value 661.
        10 filler pic 9(4) value 669.
        10 filler pic 9(4) value 711.
        10 filler pic 9(4) value 721.
        10 filler pic 9(4) value 723.
        10 filler pic 9(4) value 729.
        10 filler pic 9(4) value 731.
        10 filler pic 9(4) value 734.
        10 filler pic 9(4) value 741.
    05 filler redefines AttendeeLayoutLengths.
        10 AttendeeLayoutLength pic 9(4) occurs 11 times.
