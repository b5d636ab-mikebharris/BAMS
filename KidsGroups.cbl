identification division.
program-id. KidsGroups.

environment division.
    configuration section.
        repository.
            function all intrinsic.

input-output section.
file-control.
    select optional KidGroupsFile assign to KidGroupsFileName
        organization is line sequential.

    select optional GroupLeadersFile assign to GroupLeadersFileName
        organization is line sequential.

    select optional KidsFile assign to KidsFileName
        organization is line sequential.

    select optional AttendeesFile assign to AttendeesFileName
        organization is indexed
        access mode is dynamic
        record key is AuthCode of AttendeeRecord
        file status is AttendeeStatus.

    select GroupListsFile assign to GroupListsFileName
        organization is line sequential.

data division.
file section.
    fd KidGroupsFile.
        copy DD-KidGroup replacing KidGroup by
            ==KidGroupRecord.
            88 EndOfKidGroupsFile value high-values==.

    fd GroupLeadersFile.
        copy DD-KidGroupLeader replacing KidGroupLeader by
            ==GroupLeaderRecord.
            88 EndOfGroupLeadersFile value high-values==.

    fd KidsFile.
        copy DD-Kid replacing Kid by
            ==KidRecord.
            88 EndOfKidsFile value high-values==.

    fd AttendeesFile is global.
        copy DD-Attendee replacing Attendee by
            ==AttendeeRecord is global.
            88 EndOfAttendeesFile value high-values==.

    fd GroupListsFile.
        01 GroupListsLine pic x(100).

working-storage section.
    01 AttendeeStatus   pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".

    01 KidGroupsFileName pic x(20) value "kid-groups.dat".
    01 GroupLeadersFileName pic x(22) value "kid-group-leaders.dat".
    01 KidsFileName pic x(20) value "kids.dat".
    01 AttendeesFileName pic x(20) value "attendees.dat".
    copy DD-LayoutCheck.
    01 GroupListsFileName pic x(20) value "kid-groups.txt".
    01 CommandLineArgumentCount pic 9 value zero.
    01 GroupsOption pic x(10) value spaces.
    01 ListDayWanted pic xxx value spaces.

*> groups and leader rotas for every event live in the same two files,
*> each row tagged with the attendees file of the event it belongs to
    01 KidGroupsTable.
        02 KidGroupEntry pic x(50) occurs 60 times.
    01 KidGroupsCount pic 99 value zero.
    01 GroupLeadersTable.
        02 GroupLeaderEntry pic x(33) occurs 300 times.
    01 GroupLeadersCount pic 999 value zero.
    copy DD-KidGroup replacing KidGroup by ==KidGroupWork==.
    copy DD-KidGroupLeader replacing KidGroupLeader by ==GroupLeaderWork==.

*> this event's groups, youngest band first as defined
    01 EventGroups.
        02 EventGroup occurs 12 times.
            03 EventGroupCode pic x(4).
            03 EventGroupName pic x(20).
            03 EventGroupMinAge pic 99.
            03 EventGroupMaxAge pic 99.
            03 EventGroupRatio pic 99.
            03 EventGroupKids pic 999.
            03 EventGroupLeaders pic 99.
    01 EventGroupCount pic 99 value zero.
    01 GroupScan pic 99 value zero.
    01 GroupForKid pic 99 value zero.
    01 NoGroupRow constant as 13.

    01 KidsOnDay.
        02 KidOnDay occurs 200 times.
            03 DayKidName pic x(25).
            03 DayKidAge pic 99.
            03 DayKidPhoto pic x.
            03 DayKidMedical pic x.
            03 DayKidNotes pic x(40).
            03 DayKidParent pic x(25).
            03 DayKidGroup pic 99.
    01 KidsOnDayCount pic 999 value zero.
    01 KidScan pic 999 value zero.
    01 UngroupedKids pic 999 value zero.

    01 TableScan pic 999 value zero.
    01 EntryFoundAt pic 999 value zero.
    01 EntryFoundFlag pic 9 value 0.
        88 EntryFound value 1 when set to false is 0.

    01 CampDayNames value "WedThuFriSatSunMon".
        02 CampDayName pic xxx occurs 6 times.
    01 CampDayScan pic 9 value zero.
    01 DayIndexWanted pic 9 value zero.
    01 ArrivalIndex pic 9 value zero.
    01 DepartureIndex pic 9 value zero.
    01 DayOfWeekToday pic 9 value zero.
    01 DaysOfTheWeek value "MonTueWedThuFriSatSun".
        02 DayOfTheWeek pic xxx occurs 7 times.

    01 GroupCodeEntry pic x(4) value spaces.
    01 GroupFieldEntry pic x(20) value spaces.
    01 LeaderDayEntry pic xxx value spaces.
    01 LeaderAuthCodeEntry pic x(6) value spaces.
    01 RemoveResponse pic x value space.
        88 RemoveConfirmed values "Y", "y".

    01 TodaysDate pic 9(8) value zero.
    01 DBSCutoffDate pic 9(8) value zero.
    01 DBSDateNumeric pic 9(8) value zero.
    01 LeaderCheckFlag pic 9 value 0.
        88 LeaderIsCleared value 1 when set to false is 0.
    01 LeaderProblem pic x(40) value spaces.

    copy DD-FieldAccess.
    01 SensitiveLinesShown pic 999 value zero.
    01 SensitiveLinesDisplay pic zz9.

    01 LeadersNeeded pic 99 value zero.
    01 ShortGroups pic 99 value zero.
    01 CountDisplay pic zz9.
    01 AgeDisplay pic z9.
    01 OldestAgeDisplay pic z9.

procedure division.
*> the lists go to the group leaders, so the kids' notes, the family's
*> medical notes and the leaders' DBS dates are masked unless the
*> operator printing them may see that group
    accept FieldAccessOperatorId from environment "BAMS_OPERATOR"
    move "KidsGroups" to FieldAccessProgram
    call "FieldAccess" using FieldAccess

    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than zero
        accept GroupsOption from argument-value
    end-if
    accept TodaysDate from date yyyymmdd
    move TodaysDate to DBSCutoffDate
    subtract 30000 from DBSCutoffDate

    evaluate GroupsOption
        when "--define"
            if CommandLineArgumentCount is greater than 1
                accept AttendeesFileName from argument-value
            end-if
            perform DefineKidGroup
        when "--leader"
            if CommandLineArgumentCount is greater than 1
                accept AttendeesFileName from argument-value
            end-if
            perform AssignGroupLeader
        when "--lists"
            if CommandLineArgumentCount is greater than 1
                accept ListDayWanted from argument-value
            end-if
            if CommandLineArgumentCount is greater than 2
                accept AttendeesFileName from argument-value
            end-if
            perform PrintGroupLists
        when other
            display "Usage: KidsGroups --define [attendees file]"
            display "       KidsGroups --leader [attendees file]"
            display "       KidsGroups --lists [day] [attendees file]"
    end-evaluate
    stop run.

DefineKidGroup section.
*> a code already defined for this event is amended or removed, a new
*> one is added; ages are inclusive and the ratio is children per leader
    perform LoadKidGroupsTable
    display "Groups for " trim(AttendeesFileName)
    display "Group code (up to 4 characters):"
    move spaces to GroupCodeEntry
    accept GroupCodeEntry
    move upper-case(GroupCodeEntry) to GroupCodeEntry
    if GroupCodeEntry equal to spaces
        display "No code given - nothing changed"
        exit section
    end-if

    perform FindKidGroupEntry
    if EntryFound
        move KidGroupEntry(EntryFoundAt) to KidGroupWork
        display "Amending " trim(KidGroupName of KidGroupWork)
            " - press enter to keep a value"
        display "Remove this group altogether? (Y/N)"
        move space to RemoveResponse
        accept RemoveResponse
        if RemoveConfirmed
            perform varying TableScan from EntryFoundAt by 1
                until TableScan is not less than KidGroupsCount
                move KidGroupEntry(TableScan + 1) to KidGroupEntry(TableScan)
            end-perform
            subtract 1 from KidGroupsCount
            perform SaveKidGroupsTable
            display "Group " trim(GroupCodeEntry) " removed"
            exit section
        end-if
    else
        if KidGroupsCount equal to 60
            display "The groups file is full - remove an old event's groups first"
            exit section
        end-if
        initialize KidGroupWork
        move AttendeesFileName to KidGroupEventFile of KidGroupWork
        move GroupCodeEntry to KidGroupCode of KidGroupWork
        move 8 to KidGroupRatio of KidGroupWork
    end-if

    display "Name [" trim(KidGroupName of KidGroupWork) "]:"
    perform AcceptGroupField
    if GroupFieldEntry not equal to spaces
        move GroupFieldEntry to KidGroupName of KidGroupWork
    end-if
    display "Youngest age [" KidGroupMinAge of KidGroupWork "]:"
    perform AcceptGroupField
    if GroupFieldEntry not equal to spaces
            and test-numval(GroupFieldEntry) equal to zero
        move numval(GroupFieldEntry) to KidGroupMinAge of KidGroupWork
    end-if
    display "Oldest age [" KidGroupMaxAge of KidGroupWork "]:"
    perform AcceptGroupField
    if GroupFieldEntry not equal to spaces
            and test-numval(GroupFieldEntry) equal to zero
        move numval(GroupFieldEntry) to KidGroupMaxAge of KidGroupWork
    end-if
    display "Children per leader [" KidGroupRatio of KidGroupWork "]:"
    perform AcceptGroupField
    if GroupFieldEntry not equal to spaces
            and test-numval(GroupFieldEntry) equal to zero
        move numval(GroupFieldEntry) to KidGroupRatio of KidGroupWork
    end-if

    if KidGroupMaxAge of KidGroupWork is less than KidGroupMinAge of KidGroupWork
        display "Oldest age is below the youngest - nothing saved"
        exit section
    end-if
    if KidGroupRatio of KidGroupWork equal to zero
        display "A group needs at least one leader per so many children - nothing saved"
        exit section
    end-if

    if not EntryFound
        add 1 to KidGroupsCount
        move KidGroupsCount to EntryFoundAt
    end-if
    move KidGroupWork to KidGroupEntry(EntryFoundAt)
    perform SaveKidGroupsTable
    display "Group " trim(GroupCodeEntry) " saved"
.

AcceptGroupField section.
    move spaces to GroupFieldEntry
    accept GroupFieldEntry
.

FindKidGroupEntry section.
    set EntryFound to false
    move zero to EntryFoundAt
    perform varying TableScan from 1 by 1 until TableScan is greater than KidGroupsCount
        move KidGroupEntry(TableScan) to KidGroupWork
        if KidGroupEventFile of KidGroupWork equal to AttendeesFileName
                and KidGroupCode of KidGroupWork equal to GroupCodeEntry
            set EntryFound to true
            move TableScan to EntryFoundAt
            exit perform
        end-if
    end-perform
.

AssignGroupLeader section.
*> a leader covers one group a day; only a leader with a DBS check in
*> the last three years can be put down, and only on a day they are here
    perform LoadKidGroupsTable
    perform LoadGroupLeadersTable
    display "Group code:"
    move spaces to GroupCodeEntry
    accept GroupCodeEntry
    move upper-case(GroupCodeEntry) to GroupCodeEntry
    perform FindKidGroupEntry
    if not EntryFound
        display "No group " trim(GroupCodeEntry) " for " trim(AttendeesFileName)
            " - define it with --define first"
        exit section
    end-if
    display "Day (Wed/Thu/Fri/Sat/Sun/Mon):"
    move spaces to LeaderDayEntry
    accept LeaderDayEntry
    move upper-case(LeaderDayEntry(1:1)) to LeaderDayEntry(1:1)
    move lower-case(LeaderDayEntry(2:2)) to LeaderDayEntry(2:2)
    move LeaderDayEntry to ListDayWanted
    perform FindDayIndex
    if DayIndexWanted equal to zero
        display "Not a camp day - nothing changed"
        exit section
    end-if
    display "Leader's AuthCode:"
    move spaces to LeaderAuthCodeEntry
    accept LeaderAuthCodeEntry
    move upper-case(LeaderAuthCodeEntry) to LeaderAuthCodeEntry

    perform FindGroupLeaderEntry
    if EntryFound
        move GroupLeaderEntry(EntryFoundAt) to GroupLeaderWork
        if LeaderGroupCode of GroupLeaderWork equal to GroupCodeEntry
            display "Already with " trim(GroupCodeEntry) " on " LeaderDayEntry
                " - take them off? (Y/N)"
            move space to RemoveResponse
            accept RemoveResponse
            if RemoveConfirmed
                perform RemoveGroupLeaderEntry
                display "Taken off " trim(GroupCodeEntry) " for " LeaderDayEntry
            end-if
            exit section
        end-if
        display "They are with group " trim(LeaderGroupCode of GroupLeaderWork)
            " on " LeaderDayEntry " - move them to " trim(GroupCodeEntry) "? (Y/N)"
        move space to RemoveResponse
        accept RemoveResponse
        if not RemoveConfirmed
            display "Nothing changed"
            exit section
        end-if
    end-if

    move AttendeesFileName to LayoutCheckFileName
    call "CheckAttendeesLayout" using LayoutCheck
    if not LayoutIsCurrent
        stop run
    end-if
    open input AttendeesFile
    move LeaderAuthCodeEntry to AuthCode of AttendeeRecord
    read AttendeesFile record
        key is AuthCode of AttendeeRecord
        invalid key
            close AttendeesFile
            display "No record for " LeaderAuthCodeEntry " in " trim(AttendeesFileName)
            exit section
    end-read
    close AttendeesFile
    perform CheckLeaderIsCleared
    if not LeaderIsCleared
        display trim(AttendeeName of AttendeeRecord) " cannot lead a group: "
            trim(LeaderProblem)
        exit section
    end-if
    perform FindParentDayRange
    if DayIndexWanted is less than ArrivalIndex
            or DayIndexWanted is greater than DepartureIndex
        display trim(AttendeeName of AttendeeRecord) " is not on site on "
            LeaderDayEntry
        exit section
    end-if

    if EntryFound
        perform RemoveGroupLeaderEntry
    end-if
    if GroupLeadersCount equal to 300
        display "The leader rota file is full - nothing saved"
        exit section
    end-if
    initialize GroupLeaderWork
    move AttendeesFileName to LeaderEventFile of GroupLeaderWork
    move GroupCodeEntry to LeaderGroupCode of GroupLeaderWork
    move LeaderDayEntry to LeaderDay of GroupLeaderWork
    move LeaderAuthCodeEntry to LeaderAuthCode of GroupLeaderWork
    add 1 to GroupLeadersCount
    move GroupLeaderWork to GroupLeaderEntry(GroupLeadersCount)
    perform SaveGroupLeadersTable
    display trim(AttendeeName of AttendeeRecord) " leads " trim(GroupCodeEntry)
        " on " LeaderDayEntry
.

FindGroupLeaderEntry section.
    set EntryFound to false
    move zero to EntryFoundAt
    perform varying TableScan from 1 by 1 until TableScan is greater than GroupLeadersCount
        move GroupLeaderEntry(TableScan) to GroupLeaderWork
        if LeaderEventFile of GroupLeaderWork equal to AttendeesFileName
                and LeaderDay of GroupLeaderWork equal to LeaderDayEntry
                and LeaderAuthCode of GroupLeaderWork equal to LeaderAuthCodeEntry
            set EntryFound to true
            move TableScan to EntryFoundAt
            exit perform
        end-if
    end-perform
.

RemoveGroupLeaderEntry section.
    perform varying TableScan from EntryFoundAt by 1
        until TableScan is not less than GroupLeadersCount
        move GroupLeaderEntry(TableScan + 1) to GroupLeaderEntry(TableScan)
    end-perform
    subtract 1 from GroupLeadersCount
    perform SaveGroupLeadersTable
.

CheckLeaderIsCleared section.
    set LeaderIsCleared to false
    evaluate true
        when not AttendeeRoleIsLeader of AttendeeRecord
            move "not down as a leader" to LeaderProblem
        when AttendeeCancelled of AttendeeRecord
            move "booking cancelled" to LeaderProblem
        when DBSCheckDate of AttendeeRecord is not numeric
                or DBSCheckDate of AttendeeRecord equal to "00000000"
            move "no DBS check recorded" to LeaderProblem
        when other
            move DBSCheckDate of AttendeeRecord to DBSDateNumeric
            if DBSDateNumeric is less than DBSCutoffDate
                move "DBS check over three years old" to LeaderProblem
            else
                set LeaderIsCleared to true
            end-if
    end-evaluate
.

FindDayIndex section.
    move zero to DayIndexWanted
    perform varying CampDayScan from 1 by 1 until CampDayScan is greater than 6
        if CampDayName(CampDayScan) equal to ListDayWanted
            move CampDayScan to DayIndexWanted
        end-if
    end-perform
.

FindParentDayRange section.
*> anyone arriving before the Wednesday counts from the first camp day,
*> and with no departure day they are here to the Sunday (Monday if
*> they are staying on)
    move 1 to ArrivalIndex
    perform varying CampDayScan from 1 by 1 until CampDayScan is greater than 6
        if CampDayName(CampDayScan) equal to ArrivalDay of AttendeeRecord
            move CampDayScan to ArrivalIndex
        end-if
    end-perform
    if CanStayTillMonday of AttendeeRecord
        move 6 to DepartureIndex
    else
        move 5 to DepartureIndex
    end-if
    perform varying CampDayScan from 1 by 1 until CampDayScan is greater than 6
        if CampDayName(CampDayScan) equal to DepartureDay of AttendeeRecord
            move CampDayScan to DepartureIndex
        end-if
    end-perform
.

PrintGroupLists section.
    if ListDayWanted equal to spaces
        accept DayOfWeekToday from day-of-week
        move DayOfTheWeek(DayOfWeekToday) to ListDayWanted
    end-if
    move upper-case(ListDayWanted(1:1)) to ListDayWanted(1:1)
    move lower-case(ListDayWanted(2:2)) to ListDayWanted(2:2)
    perform FindDayIndex
    if DayIndexWanted equal to zero
        display "Not a camp day: " ListDayWanted
        exit section
    end-if

    perform LoadKidGroupsTable
    perform LoadGroupLeadersTable
    move zero to EventGroupCount
    perform varying TableScan from 1 by 1 until TableScan is greater than KidGroupsCount
        move KidGroupEntry(TableScan) to KidGroupWork
        if KidGroupEventFile of KidGroupWork equal to AttendeesFileName
                and EventGroupCount is less than 12
            add 1 to EventGroupCount
            move KidGroupCode of KidGroupWork to EventGroupCode(EventGroupCount)
            move KidGroupName of KidGroupWork to EventGroupName(EventGroupCount)
            move KidGroupMinAge of KidGroupWork to EventGroupMinAge(EventGroupCount)
            move KidGroupMaxAge of KidGroupWork to EventGroupMaxAge(EventGroupCount)
            move KidGroupRatio of KidGroupWork to EventGroupRatio(EventGroupCount)
            move zero to EventGroupKids(EventGroupCount)
            move zero to EventGroupLeaders(EventGroupCount)
        end-if
    end-perform
    if EventGroupCount equal to zero
        display "No groups defined for " trim(AttendeesFileName)
            " - set them up with KidsGroups --define"
        exit section
    end-if

    open input AttendeesFile
    perform LoadKidsOnDay
    open output GroupListsFile
    move spaces to GroupListsLine
    string "Kids' groups for " ListDayWanted " - " trim(AttendeesFileName)
        delimited by size into GroupListsLine
    write GroupListsLine
    move all "=" to GroupListsLine
    write GroupListsLine

    move zero to ShortGroups
    perform varying GroupScan from 1 by 1 until GroupScan is greater than EventGroupCount
        perform WriteOneGroup
    end-perform
    if UngroupedKids is greater than zero
        perform WriteUngroupedKids
    end-if
    close GroupListsFile
    close AttendeesFile
    if SensitiveLinesShown is greater than zero
        move SensitiveLinesShown to SensitiveLinesDisplay
        move spaces to FieldAccessDetail
        string "group lists " ListDayWanted " " trim(SensitiveLinesDisplay)
            " lines" delimited by size into FieldAccessDetail
        end-string
        call "LogUnmaskedView" using FieldAccess
    end-if

    display "Group lists for " ListDayWanted " written to " trim(GroupListsFileName)
    display "Children on site: " KidsOnDayCount
    if ShortGroups is greater than zero
        display "Groups short of leaders: " ShortGroups
    end-if
    if UngroupedKids is greater than zero
        display "Children outside every age band: " UngroupedKids
    end-if
.

LoadKidsOnDay section.
*> only children whose family is here that day, each put in the first
*> group whose age band takes them
    move zero to KidsOnDayCount
    move zero to UngroupedKids
    open input KidsFile
        read KidsFile
            at end set EndOfKidsFile to true
        end-read
        perform until EndOfKidsFile or KidsOnDayCount equal to 200
            move ParentAuthCode of KidRecord to AuthCode of AttendeeRecord
            read AttendeesFile record
                key is AuthCode of AttendeeRecord
                invalid key
                    continue
                not invalid key
                    if not AttendeeCancelled of AttendeeRecord
                        perform FindParentDayRange
                        if DayIndexWanted is not less than ArrivalIndex
                                and DayIndexWanted is not greater than DepartureIndex
                            perform AddKidOnDay
                        end-if
                    end-if
            end-read
            read KidsFile
                at end set EndOfKidsFile to true
            end-read
        end-perform
    close KidsFile
.

AddKidOnDay section.
    add 1 to KidsOnDayCount
    move KidName of KidRecord to DayKidName(KidsOnDayCount)
    move KidRecordAge of KidRecord to DayKidAge(KidsOnDayCount)
    move PhotoConsent of KidRecord to DayKidPhoto(KidsOnDayCount)
    move AttendeeName of AttendeeRecord to DayKidParent(KidsOnDayCount)
    move spaces to DayKidNotes(KidsOnDayCount)
    if SafeguardingFieldsVisible
        move KidNotes of KidRecord to DayKidNotes(KidsOnDayCount)
    end-if
    if DayKidNotes(KidsOnDayCount) equal to spaces and MedicalFieldsVisible
        move MedicalNotes of AttendeeRecord to DayKidNotes(KidsOnDayCount)
    end-if
    move space to DayKidMedical(KidsOnDayCount)
    if KidNotes of KidRecord not equal to spaces
            or MedicalNotes of AttendeeRecord not equal to spaces
        move "Y" to DayKidMedical(KidsOnDayCount)
        if DayKidNotes(KidsOnDayCount) equal to spaces
            move "on file - ask the kids lead" to DayKidNotes(KidsOnDayCount)
        else
            add 1 to SensitiveLinesShown
        end-if
    end-if

    move NoGroupRow to GroupForKid
    perform varying GroupScan from 1 by 1
        until GroupScan is greater than EventGroupCount or GroupForKid not equal to NoGroupRow
        if KidRecordAge of KidRecord is not less than EventGroupMinAge(GroupScan)
                and KidRecordAge of KidRecord is not greater than EventGroupMaxAge(GroupScan)
            move GroupScan to GroupForKid
        end-if
    end-perform
    move GroupForKid to DayKidGroup(KidsOnDayCount)
    if GroupForKid equal to NoGroupRow
        add 1 to UngroupedKids
    else
        add 1 to EventGroupKids(GroupForKid)
    end-if
.

WriteOneGroup section.
    move spaces to GroupListsLine
    write GroupListsLine
    move EventGroupMinAge(GroupScan) to AgeDisplay
    move EventGroupMaxAge(GroupScan) to OldestAgeDisplay
    move spaces to GroupListsLine
    string trim(EventGroupCode(GroupScan)) " - " trim(EventGroupName(GroupScan))
        " (ages " trim(AgeDisplay) " to " trim(OldestAgeDisplay) ")"
        delimited by size into GroupListsLine
    write GroupListsLine
    move all "-" to GroupListsLine
    write GroupListsLine

    move "Leaders:" to GroupListsLine
    write GroupListsLine
    perform varying TableScan from 1 by 1 until TableScan is greater than GroupLeadersCount
        move GroupLeaderEntry(TableScan) to GroupLeaderWork
        if LeaderEventFile of GroupLeaderWork equal to AttendeesFileName
                and LeaderGroupCode of GroupLeaderWork equal to EventGroupCode(GroupScan)
                and LeaderDay of GroupLeaderWork equal to ListDayWanted
            perform WriteGroupLeaderLine
        end-if
    end-perform

*> the ratio is checked against the leaders still cleared today, so a
*> cancellation or a lapsed DBS shows up on the sheet
    compute LeadersNeeded = (EventGroupKids(GroupScan) + EventGroupRatio(GroupScan) - 1)
        / EventGroupRatio(GroupScan)
    move EventGroupKids(GroupScan) to CountDisplay
    move spaces to GroupListsLine
    if EventGroupLeaders(GroupScan) is less than LeadersNeeded
        add 1 to ShortGroups
        string "  ** " trim(CountDisplay) " children need " LeadersNeeded
            " leaders at 1 to " EventGroupRatio(GroupScan)
            " - only " EventGroupLeaders(GroupScan) " cleared - SHORT **"
            delimited by size into GroupListsLine
    else
        string "  " trim(CountDisplay) " children, " EventGroupLeaders(GroupScan)
            " leaders - ratio 1 to " EventGroupRatio(GroupScan) " met"
            delimited by size into GroupListsLine
    end-if
    write GroupListsLine

    move "Name                      Age Photos Med Parent                    Notes"
        to GroupListsLine
    write GroupListsLine
    perform varying KidScan from 1 by 1 until KidScan is greater than KidsOnDayCount
        if DayKidGroup(KidScan) equal to GroupScan
            perform WriteKidLine
        end-if
    end-perform
.

WriteGroupLeaderLine section.
    move LeaderAuthCode of GroupLeaderWork to AuthCode of AttendeeRecord
    read AttendeesFile record
        key is AuthCode of AttendeeRecord
        invalid key
            move spaces to GroupListsLine
            string "  " LeaderAuthCode of GroupLeaderWork
                " - no longer on file, find a replacement"
                delimited by size into GroupListsLine
            write GroupListsLine
            exit section
    end-read
    perform CheckLeaderIsCleared
    move spaces to GroupListsLine
    if LeaderIsCleared
        add 1 to EventGroupLeaders(GroupScan)
        if SafeguardingFieldsVisible
            string "  " AttendeeName of AttendeeRecord " " trim(Telephone of AttendeeRecord)
                "  DBS " DBSCheckDate of AttendeeRecord
                delimited by size into GroupListsLine
            add 1 to SensitiveLinesShown
        else
            string "  " AttendeeName of AttendeeRecord " " trim(Telephone of AttendeeRecord)
                "  DBS cleared"
                delimited by size into GroupListsLine
        end-if
    else
        string "  " AttendeeName of AttendeeRecord " NOT CLEARED - "
            trim(LeaderProblem)
            delimited by size into GroupListsLine
    end-if
    write GroupListsLine
.

WriteKidLine section.
    move DayKidAge(KidScan) to AgeDisplay
    move spaces to GroupListsLine
    string DayKidName(KidScan) " " AgeDisplay "  " delimited by size
        into GroupListsLine
    if DayKidPhoto(KidScan) equal to "Y" or DayKidPhoto(KidScan) equal to "y"
        move "yes" to GroupListsLine(31:3)
    else
        move "NO" to GroupListsLine(31:2)
    end-if
    if DayKidMedical(KidScan) equal to "Y"
        move "MED" to GroupListsLine(38:3)
        move DayKidNotes(KidScan)(1:34) to GroupListsLine(68:33)
    end-if
    move DayKidParent(KidScan) to GroupListsLine(42:25)
    write GroupListsLine
.

WriteUngroupedKids section.
    move spaces to GroupListsLine
    write GroupListsLine
    move "Not in any age band - place by hand or widen a band" to GroupListsLine
    write GroupListsLine
    move all "-" to GroupListsLine
    write GroupListsLine
    perform varying KidScan from 1 by 1 until KidScan is greater than KidsOnDayCount
        if DayKidGroup(KidScan) equal to NoGroupRow
            perform WriteKidLine
        end-if
    end-perform
.

LoadKidGroupsTable section.
    move zero to KidGroupsCount
    open input KidGroupsFile
        read KidGroupsFile
            at end set EndOfKidGroupsFile to true
        end-read
        perform until EndOfKidGroupsFile or KidGroupsCount equal to 60
            add 1 to KidGroupsCount
            move KidGroupRecord to KidGroupEntry(KidGroupsCount)
            read KidGroupsFile
                at end set EndOfKidGroupsFile to true
            end-read
        end-perform
    close KidGroupsFile
.

SaveKidGroupsTable section.
    open output KidGroupsFile
    perform varying TableScan from 1 by 1 until TableScan is greater than KidGroupsCount
        move KidGroupEntry(TableScan) to KidGroupRecord
        write KidGroupRecord
    end-perform
    close KidGroupsFile
.

LoadGroupLeadersTable section.
    move zero to GroupLeadersCount
    open input GroupLeadersFile
        read GroupLeadersFile
            at end set EndOfGroupLeadersFile to true
        end-read
        perform until EndOfGroupLeadersFile or GroupLeadersCount equal to 300
            add 1 to GroupLeadersCount
            move GroupLeaderRecord to GroupLeaderEntry(GroupLeadersCount)
            read GroupLeadersFile
                at end set EndOfGroupLeadersFile to true
            end-read
        end-perform
    close GroupLeadersFile
.

SaveGroupLeadersTable section.
    open output GroupLeadersFile
    perform varying TableScan from 1 by 1 until TableScan is greater than GroupLeadersCount
        move GroupLeaderEntry(TableScan) to GroupLeaderRecord
        write GroupLeaderRecord
    end-perform
    close GroupLeadersFile
.

end program KidsGroups.
