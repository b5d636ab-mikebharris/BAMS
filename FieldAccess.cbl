identification division.
program-id. FieldAccess.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional OperatorsFile assign to OperatorsFileName
            organization is line sequential.

        select optional AccessLogFile assign to AccessLogFileName
            organization is line sequential.

data division.
file section.
    fd OperatorsFile.
        copy DD-Operator replacing Operator by
            ==OperatorRecord.
            88 EndOfOperatorsFile value high-values==.

    fd AccessLogFile.
        01 AccessLogLine pic x(100).

working-storage section.
    01 OperatorsFileName pic x(20) value spaces.
    01 AccessLogFileName pic x(20) value "sensitive-access.log".
    01 OperatorsOnFileCount pic 99 value zero.
    01 OperatorFoundFlag pic 9 value 0.
        88 OperatorIdOnFile value 1 when set to false is 0.
    01 AccessLogDate pic x(8) value spaces.
    01 AccessLogTime pic x(8) value spaces.
    01 GroupsShown pic x(25) value spaces.

linkage section.
    copy DD-FieldAccess.

procedure division using FieldAccess.
*> the batch programs have no sign-on of their own - whoever runs a
*> report names themselves in BAMS_OPERATOR, and bams passes the
*> operator who signed on
    if FieldAccessOperatorId equal to spaces
        accept FieldAccessOperatorId from environment "BAMS_OPERATOR"
    end-if
    set MedicalFieldsVisible to false
    set SafeguardingFieldsVisible to false
    move FieldAccessOperatorsFile to OperatorsFileName

    move zero to OperatorsOnFileCount
    set OperatorIdOnFile to false
    open input OperatorsFile
        read OperatorsFile
            at end set EndOfOperatorsFile to true
        end-read
        perform until EndOfOperatorsFile
            add 1 to OperatorsOnFileCount
            if OperatorId of OperatorRecord equal to FieldAccessOperatorId
                    and not OperatorIsLocked of OperatorRecord
                set OperatorIdOnFile to true
                if OperatorRoleIsAdmin of OperatorRecord
                        or OperatorIsFirstAider of OperatorRecord
                    set MedicalFieldsVisible to true
                end-if
                if OperatorRoleIsAdmin of OperatorRecord
                        or OperatorIsKidsLead of OperatorRecord
                    set SafeguardingFieldsVisible to true
                end-if
            end-if
            read OperatorsFile
                at end set EndOfOperatorsFile to true
            end-read
        end-perform
    close OperatorsFile

*> with nobody on file sign-on is not in use and there is nobody to give
*> the permission to, so nothing can be held back
    if OperatorsOnFileCount equal to zero
        set MedicalFieldsVisible to true
        set SafeguardingFieldsVisible to true
    end-if
    goback
    .

entry "LogUnmaskedView" using FieldAccess.
    if not MedicalFieldsVisible and not SafeguardingFieldsVisible
        goback
    end-if
    move spaces to GroupsShown
    evaluate true
        when MedicalFieldsVisible and SafeguardingFieldsVisible
            move "MEDICAL+SAFEGUARDING" to GroupsShown
        when MedicalFieldsVisible
            move "MEDICAL" to GroupsShown
        when other
            move "SAFEGUARDING" to GroupsShown
    end-evaluate
    accept AccessLogDate from date yyyymmdd
    accept AccessLogTime from time
    open extend AccessLogFile
    move spaces to AccessLogLine
    string AccessLogDate " " AccessLogTime(1:6) " "
        FieldAccessOperatorId " " FieldAccessProgram " "
        FieldAccessSubject " " GroupsShown " "
        trim(FieldAccessDetail)
        delimited by size into AccessLogLine
    write AccessLogLine
    close AccessLogFile
    goback
    .

end program FieldAccess.
