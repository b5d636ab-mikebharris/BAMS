*> case-notes.dat - the story behind a booking in the operators' own
*> words ("rang on 3 June, will pay on arrival"), one dated, signed
*> note per record. Keyed like the edit history on AuthCode plus a
*> running number, so one START lands on a person's notes oldest first;
*> the screens turn them round to show the newest first. Field changes
*> stay in the edit history - this is for everything that is not one.
01 CaseNote.
    05 CaseNoteKey.
        10 CaseNoteAuthCode pic x(6) value spaces.
        10 CaseNoteSequence pic 9(4) value zeroes.
    05 CaseNoteDate pic x(8) value spaces.
    05 CaseNoteTime pic x(6) value spaces.
    05 CaseNoteOperator pic x(8) value spaces.
    05 CaseNoteText pic x(72) value spaces.
