identification division.
program-id. SitePasses.

environment division.
    configuration section.
        repository.
            function all intrinsic.

input-output section.
file-control.
    select optional SitePassesFile assign to SitePassesFileName
        organization is line sequential.

    select optional SitePassesHoldFile assign to SitePassesHoldFileName
        organization is line sequential.

data division.
file section.
    fd SitePassesFile.
        copy DD-SitePass replacing SitePass by
            ==SitePassRecord.
            88 EndOfSitePassesFile value high-values==.

    fd SitePassesHoldFile.
        copy DD-SitePass replacing SitePass by ==SitePassHoldRecord==.

working-storage section.
    01 SitePassesFileName pic x(20) value "site-passes.dat".
    01 SitePassesHoldFileName pic x(20) value "site-passes.tmp".
    01 CommandLineArgumentCount pic 9 value zero.
    01 PassOption pic x(12) value spaces.
    01 PassIdEntry pic x(6) value spaces.
    01 PassArgument pic x(20) value spaces.
    01 PassEventFile pic x(20) value "attendees.dat".
    01 PassNumber pic 9(4) value zero.
    01 HighestPassNumber pic 9(4) value zero.

    copy DD-SitePass replacing SitePass by ==SitePassWork==.
    01 PassFoundFlag pic 9 value 0.
        88 PassOnFile value 1 when set to false is 0.
    01 PassChangedFlag pic 9 value 0.
        88 PassWasChanged value 1 when set to false is 0.
    01 PassesShown pic 9(4) value zero.
    01 PassesSignedIn pic 9(4) value zero.
    01 StatusText pic x(10) value spaces.

    01 TodaysDate pic x(8) value spaces.
    01 TimeNow pic x(8) value spaces.
    01 CurrentDayOfWeek pic 9 value zero.
    01 DaysOfTheWeek value "MonTueWedThuFriSatSun".
        02 DayOfTheWeek pic xxx occurs 7 times.
    01 TodayDayName pic xxx value spaces.
    01 CampDayNames value "WedThuFriSatSunMon".
        02 CampDayName pic xxx occurs 6 times indexed by CampDayIndex.
    01 FirstDayIndex pic 9 value zero.
    01 LastDayIndex pic 9 value zero.
    01 TodayIndex pic 9 value zero.
    01 DayEntry pic xxx value spaces.
    01 DayEntryIndex pic 9 value zero.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than zero
        accept PassOption from argument-value
    end-if
*> the second argument is the pass id, or for --add the event's data
*> file when it is not attendees.dat
    if CommandLineArgumentCount is greater than 1
        accept PassArgument from argument-value
        if PassOption equal to "--add"
            move PassArgument to PassEventFile
        else
            move upper-case(PassArgument) to PassIdEntry
        end-if
    end-if
    accept TodaysDate from date yyyymmdd
    accept TimeNow from time
    accept CurrentDayOfWeek from day-of-week
    move DayOfTheWeek(CurrentDayOfWeek) to TodayDayName

    evaluate PassOption
        when "--add"
            perform AddSitePass
        when "--in"
            perform SignPassIn
        when "--out"
            perform SignPassOut
        when "--cancel"
            perform CancelSitePass
        when "--on-site"
            perform ListPassesOnSite
        when "--usage"
            display "Usage: SitePasses --add [event data file]"
            display "       SitePasses --in <pass id>"
            display "       SitePasses --out <pass id>"
            display "       SitePasses --cancel <pass id>"
            display "       SitePasses --on-site"
            display "       SitePasses (lists every pass)"
        when other
            perform ListSitePasses
    end-evaluate
    stop run.

AddSitePass section.
*> ids run on from the highest one held, so a cancelled pass keeps its
*> id and the gate never sees one number on two people - counting the
*> lines would hand out a live id again once old passes are purged
    move zero to HighestPassNumber
    open input SitePassesFile
        read SitePassesFile
            at end set EndOfSitePassesFile to true
        end-read
        perform until EndOfSitePassesFile
            if SitePassId of SitePassRecord(3:4) is numeric
                move SitePassId of SitePassRecord(3:4) to PassNumber
                if PassNumber is greater than HighestPassNumber
                    move PassNumber to HighestPassNumber
                end-if
            end-if
            read SitePassesFile
                at end set EndOfSitePassesFile to true
            end-read
        end-perform
    close SitePassesFile

    initialize SitePassWork
    add 1 to HighestPassNumber
    string "SP" HighestPassNumber delimited by size into SitePassId of SitePassWork
    move PassEventFile to SitePassEventFile of SitePassWork

    display "Name:"
    accept SitePassName of SitePassWork
    if SitePassName of SitePassWork equal to spaces
        display "A pass needs a name - nothing recorded"
        exit section
    end-if
    display "Company:"
    accept SitePassCompany of SitePassWork
    display "Vehicle registration (blank if on foot):"
    accept SitePassVehicle of SitePassWork
    move upper-case(SitePassVehicle of SitePassWork) to SitePassVehicle of SitePassWork
    display "First day on site (Wed Thu Fri Sat Sun Mon):"
    perform AcceptCampDay
    if DayEntryIndex equal to zero
        display "Not a camp day - nothing recorded"
        exit section
    end-if
    move DayEntry to SitePassFirstDay of SitePassWork
    display "Last day on site (blank for the same day):"
    perform AcceptCampDay
    if DayEntry equal to spaces
        move SitePassFirstDay of SitePassWork to SitePassLastDay of SitePassWork
    else
        if DayEntryIndex equal to zero
            display "Not a camp day - nothing recorded"
            exit section
        end-if
        move DayEntry to SitePassLastDay of SitePassWork
    end-if
    display "Mobile number (used for emergency texts):"
    accept SitePassTelephone of SitePassWork
    display "Reports to on site:"
    accept SitePassReportsTo of SitePassWork
    display "Do we feed them (Y/N)?"
    accept SitePassFed of SitePassWork
    move upper-case(SitePassFed of SitePassWork) to SitePassFed of SitePassWork
    if SitePassIsFed of SitePassWork
        display "Dietary needs:"
        accept SitePassDiet of SitePassWork
    else
        move "N" to SitePassFed of SitePassWork
    end-if
    display "Muster area (blank for CONTRACTORS):"
    accept SitePassMusterArea of SitePassWork
    move upper-case(SitePassMusterArea of SitePassWork)
        to SitePassMusterArea of SitePassWork
    if SitePassMusterArea of SitePassWork equal to spaces
        move "CONTRACTORS" to SitePassMusterArea of SitePassWork
    end-if
    set SitePassNotYetIn of SitePassWork to true

    open extend SitePassesFile
    move SitePassWork to SitePassRecord
    write SitePassRecord
    close SitePassesFile
    display "Pass " SitePassId of SitePassWork " issued to "
        trim(SitePassName of SitePassWork) " ("
        trim(SitePassCompany of SitePassWork) ") "
        SitePassFirstDay of SitePassWork "-" SitePassLastDay of SitePassWork
        " for " trim(SitePassEventFile of SitePassWork)
.

AcceptCampDay section.
    move spaces to DayEntry
    move zero to DayEntryIndex
    accept DayEntry
    if DayEntry equal to spaces
        exit section
    end-if
    move upper-case(DayEntry(1:1)) to DayEntry(1:1)
    move lower-case(DayEntry(2:2)) to DayEntry(2:2)
    set CampDayIndex to 1
    search CampDayName
        when CampDayName(CampDayIndex) equal to DayEntry
            set DayEntryIndex to CampDayIndex
    end-search
.

SignPassIn section.
    set PassOnFile to false
    set PassWasChanged to false
    open input SitePassesFile
    open output SitePassesHoldFile
        read SitePassesFile
            at end set EndOfSitePassesFile to true
        end-read
        perform until EndOfSitePassesFile
            if SitePassId of SitePassRecord equal to PassIdEntry
                set PassOnFile to true
                evaluate true
                    when SitePassCancelled of SitePassRecord
                        display "Pass " PassIdEntry " has been cancelled - "
                            "do not let them in without the site manager"
                    when SitePassSignedIn of SitePassRecord
                        display "Pass " PassIdEntry " is already signed in since "
                            SitePassInDate of SitePassRecord " "
                            SitePassInTime of SitePassRecord
                    when other
                        set SitePassSignedIn of SitePassRecord to true
                        move TodaysDate to SitePassInDate of SitePassRecord
                        move TimeNow(1:4) to SitePassInTime of SitePassRecord
                        move spaces to SitePassOutDate of SitePassRecord
                        move spaces to SitePassOutTime of SitePassRecord
                        move SitePassRecord to SitePassWork
                        set PassWasChanged to true
                end-evaluate
            end-if
            move SitePassRecord to SitePassHoldRecord
            write SitePassHoldRecord
            read SitePassesFile
                at end set EndOfSitePassesFile to true
            end-read
        end-perform
    close SitePassesFile
    close SitePassesHoldFile
    if not PassOnFile
        display "No pass " PassIdEntry " on the register"
    end-if
    if PassWasChanged
        call "C$COPY" using SitePassesHoldFileName, SitePassesFileName, 0
        display "Signed in " PassIdEntry " " trim(SitePassName of SitePassWork)
            " (" trim(SitePassCompany of SitePassWork) ")"
        display "  reports to " trim(SitePassReportsTo of SitePassWork)
            ", muster at " trim(SitePassMusterArea of SitePassWork)
        perform WarnIfOutsidePassDays
    end-if
    call "SYSTEM" using "rm -f site-passes.tmp"
.

WarnIfOutsidePassDays section.
*> the gate still lets them in - a rigger a day early is the site
*> manager's call, not the gate's - but the crew should ask
    move zero to TodayIndex
    move zero to FirstDayIndex
    move zero to LastDayIndex
    set CampDayIndex to 1
    search CampDayName
        when CampDayName(CampDayIndex) equal to TodayDayName
            set TodayIndex to CampDayIndex
    end-search
    set CampDayIndex to 1
    search CampDayName
        when CampDayName(CampDayIndex) equal to SitePassFirstDay of SitePassWork
            set FirstDayIndex to CampDayIndex
    end-search
    set CampDayIndex to 1
    search CampDayName
        when CampDayName(CampDayIndex) equal to SitePassLastDay of SitePassWork
            set LastDayIndex to CampDayIndex
    end-search
    if TodayIndex is less than FirstDayIndex
            or TodayIndex is greater than LastDayIndex
        display "  ** pass is for " SitePassFirstDay of SitePassWork "-"
            SitePassLastDay of SitePassWork " only - check with "
            trim(SitePassReportsTo of SitePassWork) " **"
    end-if
.

SignPassOut section.
    set PassOnFile to false
    set PassWasChanged to false
    open input SitePassesFile
    open output SitePassesHoldFile
        read SitePassesFile
            at end set EndOfSitePassesFile to true
        end-read
        perform until EndOfSitePassesFile
            if SitePassId of SitePassRecord equal to PassIdEntry
                set PassOnFile to true
                if SitePassSignedIn of SitePassRecord
                    set SitePassSignedOut of SitePassRecord to true
                    move TodaysDate to SitePassOutDate of SitePassRecord
                    move TimeNow(1:4) to SitePassOutTime of SitePassRecord
                    move SitePassRecord to SitePassWork
                    set PassWasChanged to true
                else
                    display "Pass " PassIdEntry " is not signed in"
                end-if
            end-if
            move SitePassRecord to SitePassHoldRecord
            write SitePassHoldRecord
            read SitePassesFile
                at end set EndOfSitePassesFile to true
            end-read
        end-perform
    close SitePassesFile
    close SitePassesHoldFile
    if not PassOnFile
        display "No pass " PassIdEntry " on the register"
    end-if
    if PassWasChanged
        call "C$COPY" using SitePassesHoldFileName, SitePassesFileName, 0
        display "Signed out " PassIdEntry " " trim(SitePassName of SitePassWork)
            " at " SitePassOutTime of SitePassWork
    end-if
    call "SYSTEM" using "rm -f site-passes.tmp"
.

CancelSitePass section.
*> a cancelled pass stays on the register so the id is not reused and
*> the gate can see it was stopped
    set PassOnFile to false
    set PassWasChanged to false
    open input SitePassesFile
    open output SitePassesHoldFile
        read SitePassesFile
            at end set EndOfSitePassesFile to true
        end-read
        perform until EndOfSitePassesFile
            if SitePassId of SitePassRecord equal to PassIdEntry
                set PassOnFile to true
                if SitePassSignedIn of SitePassRecord
                    display "Pass " PassIdEntry " is signed in - sign them out first"
                else
                    set SitePassCancelled of SitePassRecord to true
                    set PassWasChanged to true
                end-if
            end-if
            move SitePassRecord to SitePassHoldRecord
            write SitePassHoldRecord
            read SitePassesFile
                at end set EndOfSitePassesFile to true
            end-read
        end-perform
    close SitePassesFile
    close SitePassesHoldFile
    if not PassOnFile
        display "No pass " PassIdEntry " on the register"
    end-if
    if PassWasChanged
        call "C$COPY" using SitePassesHoldFileName, SitePassesFileName, 0
        display "Pass " PassIdEntry " cancelled"
    end-if
    call "SYSTEM" using "rm -f site-passes.tmp"
.

ListSitePasses section.
    display "Site pass register"
    display "=================="
    move zero to PassesShown
    move zero to PassesSignedIn
    open input SitePassesFile
        read SitePassesFile
            at end set EndOfSitePassesFile to true
        end-read
        perform until EndOfSitePassesFile
            perform ShowOnePass
            read SitePassesFile
                at end set EndOfSitePassesFile to true
            end-read
        end-perform
    close SitePassesFile
    display spaces
    display "Passes: " PassesShown "  signed in now: " PassesSignedIn
.

ListPassesOnSite section.
    display "Site pass holders signed in now"
    display "==============================="
    move zero to PassesShown
    move zero to PassesSignedIn
    open input SitePassesFile
        read SitePassesFile
            at end set EndOfSitePassesFile to true
        end-read
        perform until EndOfSitePassesFile
            if SitePassSignedIn of SitePassRecord
                perform ShowOnePass
            end-if
            read SitePassesFile
                at end set EndOfSitePassesFile to true
            end-read
        end-perform
    close SitePassesFile
    display spaces
    display "Signed in now: " PassesSignedIn
.

ShowOnePass section.
    add 1 to PassesShown
    evaluate true
        when SitePassSignedIn of SitePassRecord
            add 1 to PassesSignedIn
            move "ON SITE" to StatusText
        when SitePassSignedOut of SitePassRecord
            move "signed out" to StatusText
        when SitePassCancelled of SitePassRecord
            move "CANCELLED" to StatusText
        when other
            move "not in yet" to StatusText
    end-evaluate
    display SitePassId of SitePassRecord " "
        SitePassName of SitePassRecord " "
        SitePassCompany of SitePassRecord " "
        SitePassFirstDay of SitePassRecord "-" SitePassLastDay of SitePassRecord
        " " StatusText " " trim(SitePassEventFile of SitePassRecord)
    display "       vehicle " SitePassVehicle of SitePassRecord
        " tel " SitePassTelephone of SitePassRecord
        " reports to " trim(SitePassReportsTo of SitePassRecord)
    if SitePassSignedIn of SitePassRecord
        display "       in since " SitePassInDate of SitePassRecord " "
            SitePassInTime of SitePassRecord
    end-if
.

end program SitePasses.
