identification division.
program-id. EmergencyBroadcast.

environment division.
    configuration section.
        repository.
            function all intrinsic.

input-output section.
file-control.
    select optional AttendeesFile assign to AttendeesFileName
        organization is indexed
        access mode is dynamic
        record key is AuthCode of AttendeeRecord
        file status is AttendeeStatus.

    select SmsExtractFile assign to SmsExtractFileName
        organization is line sequential.

    select EmailExtractFile assign to EmailExtractFileName
        organization is line sequential.

    select ContactsExtractFile assign to ContactsExtractFileName
        organization is line sequential.

    select optional EmergencyLogFile assign to EmergencyLogFileName
        organization is line sequential.

    select optional OutboxFile assign to OutboxFileName
        organization is line sequential.

    select optional SitePassesFile assign to SitePassesFileName
        organization is line sequential.

data division.
file section.
    fd AttendeesFile is global.
        copy DD-Attendee replacing Attendee by
            ==AttendeeRecord is global.
            88 EndOfAttendeesFile value high-values==.

    fd SmsExtractFile.
        01 SmsExtractLine pic x(240).

    fd EmailExtractFile.
        01 EmailExtractLine pic x(300).

    fd ContactsExtractFile.
        01 ContactsExtractLine pic x(240).

    fd EmergencyLogFile.
        copy DD-EmergencyLog replacing EmergencyLog by
            ==EmergencyLogRecord.
            88 EndOfEmergencyLog value high-values==.

    fd OutboxFile.
        copy DD-Outbox replacing OutboxEntry by ==OutboxRecord==.

    fd SitePassesFile.
        copy DD-SitePass replacing SitePass by
            ==SitePassRecord.
            88 EndOfSitePassesFile value high-values==.

working-storage section.
    01 AttendeeStatus   pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".

    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 SmsExtractFileName pic x(30) value "emergency-sms.csv".
    01 EmailExtractFileName pic x(30) value "emergency-email.csv".
    01 ContactsExtractFileName pic x(30) value "emergency-contacts-sms.csv".
    01 EmergencyLogFileName pic x(20) value "emergency-log.dat".
    01 OutboxFileName pic x(20) value "outbox.dat".
    01 SitePassesFileName pic x(20) value "site-passes.dat".
    01 CommandLineArgumentCount pic 9 value zero.
    01 ArgumentNumber pic 9 value zero.
    01 BroadcastOption pic x(160) value spaces.
    01 SafeAuthCode pic x(6) value spaces.

    01 CurrentDayOfWeek pic 9 value zero.
    01 DaysOfTheWeek value "MonTueWedThuFriSatSun".
        02 DayOfTheWeek pic xxx occurs 7 times.
    01 TodayDayName pic xxx value spaces.
    01 OnSiteFlag pic 9 value 0.
        88 RecordIsOnSite value 1 when set to false is 0.

    01 BroadcastStamp.
        02 BroadcastDate pic x(8) value spaces.
        02 BroadcastTime pic x(6) value spaces.
    01 BroadcastClock pic x(8) value spaces.
    01 LatestBroadcastId pic x(14) value spaces.
    01 BroadcastMessage pic x(120) value spaces.
    01 MessageText pic x(200) value spaces.

    01 PeopleOnSite pic 9(4) value zero.
    01 DayVisitorsOnSite pic 9(4) value zero.
    01 SmsWritten pic 9(4) value zero.
    01 EmailsWritten pic 9(4) value zero.
    01 ContactsWritten pic 9(4) value zero.
    01 NoWayToReach pic 9(4) value zero.
    01 ContactsMissing pic 9(4) value zero.
    01 PassHoldersOnSite pic 9(4) value zero.

*> who a log or outbox line is about - a camper's AuthCode, or the pass
*> id of a contractor, which is what they reply SAFE with
    01 LoggedPersonId pic x(6) value spaces.
    01 LoggedPersonName pic x(25) value spaces.
    01 PassFoundFlag pic 9 value 0.
        88 PassHolderFound value 1 when set to false is 0.

    01 OnSiteTable.
        02 OnSitePerson occurs 2000 times.
            03 OnSiteAuthCode pic x(6).
            03 OnSiteName pic x(25).
            03 OnSiteMarkedSafe pic 9.
                88 OnSiteIsSafe value 1 when set to false is 0.
    01 OnSiteCount pic 9(4) value zero.
    01 OnSiteScan pic 9(4) value zero.
    01 SafeCount pic 9(4) value zero.
    01 NotSafeCount pic 9(4) value zero.
    01 SafeMarksMade pic 9 value zero.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is less than 1
        display "Usage: EmergencyBroadcast <message> [attendees file]"
        display "       EmergencyBroadcast --safe <AuthCode> [AuthCode ...]"
        display "       EmergencyBroadcast --not-safe [attendees file]"
        stop run
    end-if
    accept BroadcastOption from argument-value

    evaluate BroadcastOption
        when "--safe"
            perform MarkPeopleSafe
        when "--not-safe"
            if CommandLineArgumentCount is greater than 1
                accept AttendeesFileName from argument-value
            end-if
            perform ListNotYetSafe
        when other
            move BroadcastOption to BroadcastMessage
            if CommandLineArgumentCount is greater than 1
                accept AttendeesFileName from argument-value
            end-if
            perform BuildBroadcast
    end-evaluate
    stop run.

BuildBroadcast section.
*> a safety message goes to everyone on site whatever their contact
*> preferences - it is not marketing and it is not a reminder
    accept CurrentDayOfWeek from day-of-week
    move DayOfTheWeek(CurrentDayOfWeek) to TodayDayName
    accept BroadcastDate from date yyyymmdd
    accept BroadcastClock from time
    move BroadcastClock(1:6) to BroadcastTime

    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if

    open output SmsExtractFile
    move "Telephone,Message" to SmsExtractLine
    write SmsExtractLine
    open output EmailExtractFile
    move "Email,Subject,Message" to EmailExtractLine
    write EmailExtractLine
    open output ContactsExtractFile
    move "Telephone,Message" to ContactsExtractLine
    write ContactsExtractLine
    open extend EmergencyLogFile
    open extend OutboxFile

    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile
            perform DecideIfOnSite
            if RecordIsOnSite
                perform ExtractOnePerson
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile

    perform ExtractSitePassHolders

    close OutboxFile
    close EmergencyLogFile
    close ContactsExtractFile
    close EmailExtractFile
    close SmsExtractFile

    display "EMERGENCY BROADCAST " BroadcastStamp
    display "People on site:                 " PeopleOnSite
        " (" DayVisitorsOnSite " day visitors, "
        PassHoldersOnSite " on site passes)"
    display "SMS to people on site:          " SmsWritten
        " in " trim(SmsExtractFileName)
    display "Emails to people on site:       " EmailsWritten
        " in " trim(EmailExtractFileName)
    display "SMS to contacts of children:    " ContactsWritten
        " in " trim(ContactsExtractFileName)
    if NoWayToReach is greater than zero
        display "ON SITE WITH NO PHONE OR EMAIL: " NoWayToReach
            " - find them in person (MusterReport has their pitch)"
    end-if
    if ContactsMissing is greater than zero
        display "Children on site with no emergency contact number: " ContactsMissing
    end-if
    display "Mark people safe with --safe, and list who is still to be found with --not-safe"
.

DecideIfOnSite section.
*> a day visitor is only on site on the day they came in
    set RecordIsOnSite to false
    if not AttendeeArrived of AttendeeRecord
        exit section
    end-if
    if TicketTypeIsDayVisitor of AttendeeRecord
        if ArrivalDay of AttendeeRecord equal to TodayDayName
            set RecordIsOnSite to true
            add 1 to DayVisitorsOnSite
        end-if
    else
        set RecordIsOnSite to true
    end-if
.

ExtractOnePerson section.
    add 1 to PeopleOnSite
    move AuthCode of AttendeeRecord to LoggedPersonId
    move AttendeeName of AttendeeRecord to LoggedPersonName
    move "ON SITE" to EmergencyLogKind of EmergencyLogRecord
    move spaces to EmergencyLogAddress of EmergencyLogRecord
    perform WriteEmergencyLogLine

    if Telephone of AttendeeRecord equal to spaces
            and Email of AttendeeRecord equal to spaces
        add 1 to NoWayToReach
    end-if

    if Telephone of AttendeeRecord not equal to spaces
        move spaces to MessageText
        string "BarnCamp EMERGENCY: " trim(BroadcastMessage)
            " Reply SAFE " AuthCode of AttendeeRecord " when you are safe."
            delimited by size into MessageText
        move spaces to SmsExtractLine
        string trim(Telephone of AttendeeRecord) "," trim(MessageText)
            delimited by size into SmsExtractLine
        write SmsExtractLine
        add 1 to SmsWritten
        move "SMS" to EmergencyLogKind of EmergencyLogRecord
        move Telephone of AttendeeRecord to EmergencyLogAddress of EmergencyLogRecord
        perform WriteEmergencyLogLine
        move "S" to OutboxChannel of OutboxRecord
        move Telephone of AttendeeRecord to OutboxAddress of OutboxRecord
        move SmsExtractFileName to OutboxLetterFile of OutboxRecord
        perform WriteOutboxLine
    end-if

    if Email of AttendeeRecord not equal to spaces
            and not EmailUndeliverable of AttendeeRecord
        move spaces to EmailExtractLine
        string trim(Email of AttendeeRecord)
            ",BarnCamp EMERGENCY - please read now,"
            trim(BroadcastMessage)
            " Reply SAFE " AuthCode of AttendeeRecord " when you are safe."
            delimited by size into EmailExtractLine
        write EmailExtractLine
        add 1 to EmailsWritten
        move "EMAIL" to EmergencyLogKind of EmergencyLogRecord
        move Email of AttendeeRecord to EmergencyLogAddress of EmergencyLogRecord
        perform WriteEmergencyLogLine
        move "E" to OutboxChannel of OutboxRecord
        move Email of AttendeeRecord to OutboxAddress of OutboxRecord
        move EmailExtractFileName to OutboxLetterFile of OutboxRecord
        perform WriteOutboxLine
    end-if

    if NumberOfKids of AttendeeRecord is greater than zero
        perform ExtractChildrensContact
    end-if
.

ExtractSitePassHolders section.
*> contractors and suppliers signed in at the gate are on the field as
*> much as any camper - they get the text and are on the roll call
    open input SitePassesFile
        read SitePassesFile
            at end set EndOfSitePassesFile to true
        end-read
        perform until EndOfSitePassesFile
            if SitePassSignedIn of SitePassRecord
                    and (SitePassEventFile of SitePassRecord equal to spaces
                        or SitePassEventFile of SitePassRecord equal to AttendeesFileName)
                perform ExtractOnePassHolder
            end-if
            read SitePassesFile
                at end set EndOfSitePassesFile to true
            end-read
        end-perform
    close SitePassesFile
.

ExtractOnePassHolder section.
    add 1 to PeopleOnSite
    add 1 to PassHoldersOnSite
    move SitePassId of SitePassRecord to LoggedPersonId
    move SitePassName of SitePassRecord to LoggedPersonName
    move "ON SITE" to EmergencyLogKind of EmergencyLogRecord
    move spaces to EmergencyLogAddress of EmergencyLogRecord
    perform WriteEmergencyLogLine

    if SitePassTelephone of SitePassRecord equal to spaces
        add 1 to NoWayToReach
        exit section
    end-if
    move spaces to MessageText
    string "BarnCamp EMERGENCY: " trim(BroadcastMessage)
        " Reply SAFE " SitePassId of SitePassRecord " when you are safe."
        delimited by size into MessageText
    move spaces to SmsExtractLine
    string trim(SitePassTelephone of SitePassRecord) "," trim(MessageText)
        delimited by size into SmsExtractLine
    write SmsExtractLine
    add 1 to SmsWritten
    move "SMS" to EmergencyLogKind of EmergencyLogRecord
    move SitePassTelephone of SitePassRecord to EmergencyLogAddress of EmergencyLogRecord
    perform WriteEmergencyLogLine
    move "S" to OutboxChannel of OutboxRecord
    move SitePassTelephone of SitePassRecord to OutboxAddress of OutboxRecord
    move SmsExtractFileName to OutboxLetterFile of OutboxRecord
    perform WriteOutboxLine
.

ExtractChildrensContact section.
*> the people at home who would be rung about the children hear it
*> from us first rather than from the news
    if EmergencyContactTelephone of AttendeeRecord equal to spaces
        add 1 to ContactsMissing
        exit section
    end-if
    move spaces to MessageText
    string "BarnCamp: you are the emergency contact for "
        trim(AttendeeName of AttendeeRecord)
        "'s party, with children on site. " trim(BroadcastMessage)
        " We will update you."
        delimited by size into MessageText
    move spaces to ContactsExtractLine
    string trim(EmergencyContactTelephone of AttendeeRecord) ","
        trim(MessageText)
        delimited by size into ContactsExtractLine
    write ContactsExtractLine
    add 1 to ContactsWritten
    move "CONTACT" to EmergencyLogKind of EmergencyLogRecord
    move EmergencyContactTelephone of AttendeeRecord
        to EmergencyLogAddress of EmergencyLogRecord
    perform WriteEmergencyLogLine
    move "S" to OutboxChannel of OutboxRecord
    move EmergencyContactTelephone of AttendeeRecord to OutboxAddress of OutboxRecord
    move ContactsExtractFileName to OutboxLetterFile of OutboxRecord
    perform WriteOutboxLine
.

WriteEmergencyLogLine section.
    move BroadcastStamp to EmergencyBroadcastId of EmergencyLogRecord
    move LoggedPersonId to EmergencyLogAuthCode of EmergencyLogRecord
    move LoggedPersonName to EmergencyLogName of EmergencyLogRecord
    move BroadcastDate to EmergencyLogDate of EmergencyLogRecord
    move BroadcastTime to EmergencyLogTime of EmergencyLogRecord
    write EmergencyLogRecord
.

WriteOutboxLine section.
    move spaces to OutboxMessageId of OutboxRecord
    string "EMRG-" LoggedPersonId "-" BroadcastDate
        delimited by size into OutboxMessageId of OutboxRecord
    move LoggedPersonId to OutboxAuthCode of OutboxRecord
    move "EMERGENCY" to OutboxKind of OutboxRecord
    move BroadcastDate to OutboxWrittenDate of OutboxRecord
    write OutboxRecord
.

FindLatestBroadcast section.
    move spaces to LatestBroadcastId
    open input EmergencyLogFile
        read EmergencyLogFile
            at end set EndOfEmergencyLog to true
        end-read
        perform until EndOfEmergencyLog
            if EmergencyBroadcastId of EmergencyLogRecord is greater than LatestBroadcastId
                move EmergencyBroadcastId of EmergencyLogRecord to LatestBroadcastId
            end-if
            read EmergencyLogFile
                at end set EndOfEmergencyLog to true
            end-read
        end-perform
    close EmergencyLogFile
.

LoadLatestRollCall section.
*> who was on site when the latest broadcast went out, and which of
*> them have been marked safe against it since
    move zero to OnSiteCount
    open input EmergencyLogFile
        read EmergencyLogFile
            at end set EndOfEmergencyLog to true
        end-read
        perform until EndOfEmergencyLog
            if EmergencyBroadcastId of EmergencyLogRecord equal to LatestBroadcastId
                evaluate true
                    when EmergencyLogIsOnSite of EmergencyLogRecord
                        if OnSiteCount is less than 2000
                            add 1 to OnSiteCount
                            move EmergencyLogAuthCode of EmergencyLogRecord
                                to OnSiteAuthCode(OnSiteCount)
                            move EmergencyLogName of EmergencyLogRecord
                                to OnSiteName(OnSiteCount)
                            set OnSiteIsSafe(OnSiteCount) to false
                        end-if
                    when EmergencyLogIsSafe of EmergencyLogRecord
                        perform varying OnSiteScan from 1 by 1
                            until OnSiteScan is greater than OnSiteCount
                            if OnSiteAuthCode(OnSiteScan)
                                    equal to EmergencyLogAuthCode of EmergencyLogRecord
                                set OnSiteIsSafe(OnSiteScan) to true
                            end-if
                        end-perform
                end-evaluate
            end-if
            read EmergencyLogFile
                at end set EndOfEmergencyLog to true
            end-read
        end-perform
    close EmergencyLogFile
.

MarkPeopleSafe section.
    if CommandLineArgumentCount is less than 2
        display "Usage: EmergencyBroadcast --safe <AuthCode> [AuthCode ...]"
        exit section
    end-if
    perform FindLatestBroadcast
    if LatestBroadcastId equal to spaces
        display "No emergency broadcast on " trim(EmergencyLogFileName)
            " - nobody to mark safe"
        exit section
    end-if
    perform LoadLatestRollCall

    accept BroadcastDate from date yyyymmdd
    accept BroadcastClock from time
    move BroadcastClock(1:6) to BroadcastTime
    move zero to SafeMarksMade
    open extend EmergencyLogFile
    perform varying ArgumentNumber from 2 by 1
        until ArgumentNumber is greater than CommandLineArgumentCount
        accept SafeAuthCode from argument-value
        move upper-case(SafeAuthCode) to SafeAuthCode
        move zero to OnSiteScan
        perform varying OnSiteScan from 1 by 1
            until OnSiteScan is greater than OnSiteCount
                or OnSiteAuthCode(OnSiteScan) equal to SafeAuthCode
            continue
        end-perform
        if OnSiteScan is greater than OnSiteCount
            display SafeAuthCode " was not on site for broadcast "
                LatestBroadcastId " - not marked"
        else
            move LatestBroadcastId to EmergencyBroadcastId of EmergencyLogRecord
            move SafeAuthCode to EmergencyLogAuthCode of EmergencyLogRecord
            move "SAFE" to EmergencyLogKind of EmergencyLogRecord
            move OnSiteName(OnSiteScan) to EmergencyLogName of EmergencyLogRecord
            move spaces to EmergencyLogAddress of EmergencyLogRecord
            move BroadcastDate to EmergencyLogDate of EmergencyLogRecord
            move BroadcastTime to EmergencyLogTime of EmergencyLogRecord
            write EmergencyLogRecord
            add 1 to SafeMarksMade
            display SafeAuthCode " " trim(OnSiteName(OnSiteScan)) " marked safe"
        end-if
    end-perform
    close EmergencyLogFile
.

ListNotYetSafe section.
    perform FindLatestBroadcast
    if LatestBroadcastId equal to spaces
        display "No emergency broadcast on " trim(EmergencyLogFileName)
        exit section
    end-if
    perform LoadLatestRollCall

    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if

    display "NOT YET MARKED SAFE - broadcast " LatestBroadcastId
    display "=============================================="
    move zero to SafeCount
    move zero to NotSafeCount
    open input AttendeesFile
    perform varying OnSiteScan from 1 by 1
        until OnSiteScan is greater than OnSiteCount
        if OnSiteIsSafe(OnSiteScan)
            add 1 to SafeCount
        else
            add 1 to NotSafeCount
            move OnSiteAuthCode(OnSiteScan) to AuthCode of AttendeeRecord
            read AttendeesFile
                key is AuthCode of AttendeeRecord
                invalid key
                    perform ShowNotSafePassHolder
                not invalid key
                    display "  " AuthCode of AttendeeRecord " "
                        trim(AttendeeName of AttendeeRecord)
                        " pitch " PitchReference of AttendeeRecord
                        " tel " trim(Telephone of AttendeeRecord)
                        " kids " NumberOfKids of AttendeeRecord
                    display "    emergency: "
                        trim(EmergencyContactName of AttendeeRecord) " "
                        trim(EmergencyContactTelephone of AttendeeRecord)
            end-read
        end-if
    end-perform
    close AttendeesFile

    display spaces
    display "On site at the broadcast: " OnSiteCount
        "  safe: " SafeCount "  NOT YET SAFE: " NotSafeCount
.

ShowNotSafePassHolder section.
*> not a camper - a contractor on a site pass, found by the pass id
*> they were logged under, with the person they report to
    set PassHolderFound to false
    open input SitePassesFile
        read SitePassesFile
            at end set EndOfSitePassesFile to true
        end-read
        perform until EndOfSitePassesFile or PassHolderFound
            if SitePassId of SitePassRecord equal to OnSiteAuthCode(OnSiteScan)
                set PassHolderFound to true
            else
                read SitePassesFile
                    at end set EndOfSitePassesFile to true
                end-read
            end-if
        end-perform
    close SitePassesFile
    if PassHolderFound
        display "  " SitePassId of SitePassRecord " "
            trim(SitePassName of SitePassRecord)
            " (" trim(SitePassCompany of SitePassRecord) ")"
            " tel " trim(SitePassTelephone of SitePassRecord)
        display "    reports to: " trim(SitePassReportsTo of SitePassRecord)
            "  muster " trim(SitePassMusterArea of SitePassRecord)
    else
        display "  " OnSiteAuthCode(OnSiteScan) " "
            trim(OnSiteName(OnSiteScan)) " (no longer on file)"
    end-if
.

end program EmergencyBroadcast.
