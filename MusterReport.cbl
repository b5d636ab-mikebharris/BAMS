    select optional PitchesFile assign to PitchesFileName
        organization is line sequential.

    select optional SitePassesFile assign to SitePassesFileName
        organization is line sequential.

data division.
file section.
    fd AttendeesFile is global.
            ==PitchRecord.
            88 EndOfPitchesFile value high-values==.

    fd SitePassesFile.
        copy DD-SitePass replacing SitePass by
            ==SitePassRecord.
            88 EndOfSitePassesFile value high-values==.

working-storage section.
    01 AttendeeStatus   pic x(2).
        88 Successful   value "00".
        88 NoSuchRecord value "23".

    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 PitchesFileName pic x(20) value "pitches.dat".
    01 SitePassesFileName pic x(20) value "site-passes.dat".
    01 CommandLineArgumentCount pic 9 value zero.

    01 PitchLookupTable.
    01 KidsInArea pic 999 value zero.
    01 AdultsOnSiteTotal pic 999 value zero.
    01 KidsOnSiteTotal pic 999 value zero.
    01 MinorsInArea pic 999 value zero.
    01 MinorsOnSiteTotal pic 999 value zero.
    01 PassHoldersInArea pic 999 value zero.
    01 PassHoldersOnSiteTotal pic 999 value zero.

procedure division.
    accept CommandLineArgumentCount from argument-number

    display spaces
    display "TOTAL ON SITE: " AdultsOnSiteTotal " adults, "
        KidsOnSiteTotal " kids, " PassHoldersOnSiteTotal " on site passes"
    if MinorsOnSiteTotal is greater than zero
        display "               " MinorsOnSiteTotal
            " unaccompanied 16/17s (not in the adults)"
    end-if
    stop run.

LoadPitchAreas section.

CollectMusterAreas section.
    move zero to MusterAreaCount
    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
        perform until EndOfAttendeesFile
            if AttendeeArrived of AttendeeRecord
                perform ResolveAreaForRecord
                perform AddAreaToMusterList
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile

*> contractors and suppliers signed in at the gate muster where their
*> pass says, which for most of them is the crew area
    open input SitePassesFile
        read SitePassesFile
            at end set EndOfSitePassesFile to true
        end-read
        perform until EndOfSitePassesFile
            if SitePassSignedIn of SitePassRecord
                    and (SitePassEventFile of SitePassRecord equal to spaces
                        or SitePassEventFile of SitePassRecord equal to AttendeesFileName)
                perform ResolveAreaForSitePass
                perform AddAreaToMusterList
            end-if
            read SitePassesFile
                at end set EndOfSitePassesFile to true
            end-read
        end-perform
    close SitePassesFile
.

AddAreaToMusterList section.
    set MusterAreaKnown to false
    perform varying MusterAreaScan from 1 by 1
        until MusterAreaScan is greater than MusterAreaCount
        if MusterAreaName(MusterAreaScan) equal to RecordMusterArea
            set MusterAreaKnown to true
        end-if
    end-perform
    if not MusterAreaKnown
        if MusterAreaCount is less than 12
            add 1 to MusterAreaCount
            move RecordMusterArea to MusterAreaName(MusterAreaCount)
        else
            perform EnsureOtherAreaListed
        end-if
    end-if
.

ResolveAreaForSitePass section.
    move SitePassMusterArea of SitePassRecord to RecordMusterArea
    if RecordMusterArea equal to spaces
        move "CONTRACTORS" to RecordMusterArea
    end-if
.

EnsureOtherAreaListed section.
    display "--------------------------------"
    move zero to AdultsInArea
    move zero to KidsInArea
    move zero to MinorsInArea

    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
                perform ResolveAreaForRecord
                perform NormaliseAreaToList
                if RecordMusterArea equal to CurrentMusterArea
                    if AttendeeIsUnaccompaniedMinor of AttendeeRecord
                        add 1 to MinorsInArea
                    else
                        add 1 to AdultsInArea
                    end-if
                    add NumberOfKids of AttendeeRecord to KidsInArea
                    if function length(function trim(MedicalNotes of AttendeeRecord))
                            is greater than zero
                    display "    emergency: "
                        function trim(EmergencyContactName of AttendeeRecord)
                        " " function trim(EmergencyContactTelephone of AttendeeRecord)
*> whoever counts heads finds them through the adult answering for them
                    if AttendeeIsUnaccompaniedMinor of AttendeeRecord
                        display "    ** 16/17 ON THEIR OWN - responsible adult "
                            ResponsibleAdultCode of AttendeeRecord " **"
                    end-if
                    if GasBottlesCarried of AttendeeRecord is greater than zero
                        display "    ** GAS x" GasBottlesCarried of AttendeeRecord
                            " " function trim(GasBottleSize of AttendeeRecord)
        end-perform
    close AttendeesFile

    perform ListAreaSitePasses

    if PassHoldersInArea is greater than zero
        display "  Area total: " AdultsInArea " adults, " KidsInArea " kids, "
            PassHoldersInArea " on site passes"
    else
        display "  Area total: " AdultsInArea " adults, " KidsInArea " kids"
    end-if
    if MinorsInArea is greater than zero
        display "              " MinorsInArea " unaccompanied 16/17s"
    end-if
    add AdultsInArea to AdultsOnSiteTotal
    add MinorsInArea to MinorsOnSiteTotal
    add KidsInArea to KidsOnSiteTotal
    add PassHoldersInArea to PassHoldersOnSiteTotal
.

ListAreaSitePasses section.
*> the person they report to is who will know whether they are still
*> up a mast or out on a delivery run
    move zero to PassHoldersInArea
    open input SitePassesFile
        read SitePassesFile
            at end set EndOfSitePassesFile to true
        end-read
        perform until EndOfSitePassesFile
            if SitePassSignedIn of SitePassRecord
                    and (SitePassEventFile of SitePassRecord equal to spaces
                        or SitePassEventFile of SitePassRecord equal to AttendeesFileName)
                perform ResolveAreaForSitePass
                perform NormaliseAreaToList
                if RecordMusterArea equal to CurrentMusterArea
                    add 1 to PassHoldersInArea
                    display "  " function trim(SitePassName of SitePassRecord)
                        " (" function trim(SitePassCompany of SitePassRecord)
                        ") pass " SitePassId of SitePassRecord
                        " tel " function trim(SitePassTelephone of SitePassRecord)
                    display "    reports to: "
                        function trim(SitePassReportsTo of SitePassRecord)
                        "  in since " SitePassInTime of SitePassRecord
                end-if
            end-if
            read SitePassesFile
                at end set EndOfSitePassesFile to true
            end-read
        end-perform
    close SitePassesFile
.

end program MusterReport.
