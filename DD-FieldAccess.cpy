*> which sensitive field groups the operator running a program may see.
*> Medical is MedicalNotes, Diet and AccessibilityNotes; safeguarding
*> is DBSCheckDate and the kids' notes. Anything not visible is masked.
*> A program that shows a group unmasked says so through the
*> "LogUnmaskedView" entry, which writes the audit line.
01 FieldAccess.
    05 FieldAccessOperatorId pic x(8) value spaces.
    05 FieldAccessOperatorsFile pic x(20) value "operators.dat".
    05 FieldAccessProgram pic x(20) value spaces.
    05 FieldAccessMedical pic 9 value 0.
        88 MedicalFieldsVisible value 1 when set to false is 0.
    05 FieldAccessSafeguarding pic 9 value 0.
        88 SafeguardingFieldsVisible value 1 when set to false is 0.
    05 FieldAccessSubject pic x(6) value spaces.
    05 FieldAccessDetail pic x(30) value spaces.
