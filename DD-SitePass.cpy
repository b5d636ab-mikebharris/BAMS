*> site-passes.dat - one line per contractor, supplier or delivery
*> driver allowed on site. They are not campers and are not in
*> attendees.dat, but they have to be counted at a muster, told about
*> an emergency, fed if we agreed to feed them and found by their van.
*> A pass is issued for a run of camp days and is signed in and out at
*> the gate - only a signed-in holder is on the field right now.
01 SitePass.
    05 SitePassId pic x(6) value spaces.
    05 SitePassName pic x(25) value spaces.
    05 SitePassCompany pic x(30) value spaces.
    05 SitePassVehicle pic x(10) value spaces.
    05 SitePassFirstDay pic xxx value spaces.
    05 SitePassLastDay pic xxx value spaces.
    05 SitePassTelephone pic x(14) value spaces.
    05 SitePassReportsTo pic x(25) value spaces.
    05 SitePassFed pic x value "N".
        88 SitePassIsFed value "Y".
    05 SitePassDiet pic x(30) value spaces.
*> where they go at a muster - the crew area unless the pass says so
    05 SitePassMusterArea pic x(15) value spaces.
    05 SitePassStatus pic x value "E".
        88 SitePassNotYetIn value "E".
        88 SitePassSignedIn value "I".
        88 SitePassSignedOut value "O".
        88 SitePassCancelled value "X".
        88 SitePassIsCurrent values "E", "I", "O".
    05 SitePassInDate pic x(8) value spaces.
    05 SitePassInTime pic x(4) value spaces.
    05 SitePassOutDate pic x(8) value spaces.
    05 SitePassOutTime pic x(4) value spaces.
*> the event's data file the pass was issued for, as the muster, the
*> kitchen and the emergency texts are run for one event at a time. A
*> pass from before this was kept reads back blank and counts for any
    05 SitePassEventFile pic x(20) value spaces.
