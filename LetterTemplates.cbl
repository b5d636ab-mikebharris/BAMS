identification division.
program-id. LetterTemplates.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional TemplateFile assign to TemplateFileName
            organization is line sequential.

data division.
file section.
    fd TemplateFile.
        01 TemplateLine pic x(100).
            88 EndOfTemplateFile value high-values.

working-storage section.
    01 TemplateFileName pic x(44) value spaces.
    01 WantedLanguage pic xx value spaces.
    01 BaseNameStemLength pic 99 value zero.
    01 TemplateLineNumber pic 99 value zero.

*> a run of letters asks for the same few templates over and over, so
*> each one is read once and kept
    01 TemplateCache.
        02 CachedTemplate occurs 12 times.
            03 CachedBaseName pic x(40) value spaces.
            03 CachedLanguage pic xx value spaces.
            03 CachedLanguageUsed pic xx value spaces.
            03 CachedFallbackFlag pic x value "N".
            03 CachedLineCount pic 99 value zero.
            03 CachedText pic x(100) occurs 60 times.
    01 CachedTemplateCount pic 99 value zero.
    01 CacheScan pic 99 value zero.
    01 CacheSlotFound pic 99 value zero.

*> every letter that had to go out in English because its language has
*> no template yet, counted so the run can say which translations to do
    01 FallbackTable.
        02 FallbackEntry occurs 20 times.
            03 FallbackBaseName pic x(40) value spaces.
            03 FallbackLanguage pic xx value spaces.
            03 FallbackCount pic 9(5) value zero.
    01 FallbackEntryCount pic 99 value zero.
    01 FallbackScan pic 99 value zero.
    01 FallbackSlotFound pic 99 value zero.

linkage section.
    copy DD-LetterTemplate.

procedure division using LetterTemplate.
    move upper-case(LetterTemplateLanguage) to WantedLanguage
    if WantedLanguage equal to spaces
        move "EN" to WantedLanguage
    end-if

    move zero to CacheSlotFound
    perform varying CacheScan from 1 by 1
        until CacheScan is greater than CachedTemplateCount
            or CacheSlotFound is greater than zero
        if CachedBaseName(CacheScan) equal to LetterTemplateBaseName
                and CachedLanguage(CacheScan) equal to WantedLanguage
            move CacheScan to CacheSlotFound
        end-if
    end-perform
    if CacheSlotFound equal to zero
        perform LoadTemplateForLanguage
    else
        move CachedLanguageUsed(CacheSlotFound) to LetterTemplateLanguageUsed
        move CachedFallbackFlag(CacheSlotFound) to LetterTemplateFallbackFlag
        move CachedLineCount(CacheSlotFound) to LetterTemplateLineCount
        perform varying TemplateLineNumber from 1 by 1
            until TemplateLineNumber is greater than LetterTemplateLineCount
            move CachedText(CacheSlotFound, TemplateLineNumber)
                to LetterTemplateText(TemplateLineNumber)
        end-perform
    end-if

    if LetterTemplateFellBack
        perform CountFallback
    end-if
    goback
    .

entry "ReportMissingTranslations"
*> for the end-of-run summary - nothing is shown when every letter went
*> out in the language asked for
    perform varying FallbackScan from 1 by 1
        until FallbackScan is greater than FallbackEntryCount
        display "No " FallbackLanguage(FallbackScan) " translation of "
            trim(FallbackBaseName(FallbackScan)) " - "
            FallbackCount(FallbackScan) " sent in English instead"
    end-perform
    goback
    .

LoadTemplateForLanguage section.
*> the English template keeps its own name; a translation sits beside
*> it with the language code before the extension, so the Welsh for
*> letter-template.txt is letter-template-cy.txt
    move "N" to LetterTemplateFallbackFlag
    move WantedLanguage to LetterTemplateLanguageUsed
    move zero to LetterTemplateLineCount
    if WantedLanguage not equal to "EN"
        move zero to BaseNameStemLength
        inspect LetterTemplateBaseName tallying BaseNameStemLength
            for characters before initial "."
        move spaces to TemplateFileName
        if BaseNameStemLength is less than length of LetterTemplateBaseName
            string LetterTemplateBaseName(1:BaseNameStemLength) delimited by space
                "-" lower-case(WantedLanguage)
                LetterTemplateBaseName(BaseNameStemLength + 1:) delimited by space
                into TemplateFileName
            end-string
        else
            string LetterTemplateBaseName delimited by space
                "-" lower-case(WantedLanguage)
                into TemplateFileName
            end-string
        end-if
        perform ReadTemplateFile
        if LetterTemplateLineCount equal to zero
            set LetterTemplateFellBack to true
        end-if
    end-if
    if LetterTemplateLineCount equal to zero
        move "EN" to LetterTemplateLanguageUsed
        move LetterTemplateBaseName to TemplateFileName
        perform ReadTemplateFile
    end-if

*> a missing English template is not kept, so putting it in place
*> part way through a session is picked up on the next letter
    if LetterTemplateLineCount is greater than zero
            and CachedTemplateCount is less than 12
        add 1 to CachedTemplateCount
        move LetterTemplateBaseName to CachedBaseName(CachedTemplateCount)
        move WantedLanguage to CachedLanguage(CachedTemplateCount)
        move LetterTemplateLanguageUsed to CachedLanguageUsed(CachedTemplateCount)
        move LetterTemplateFallbackFlag to CachedFallbackFlag(CachedTemplateCount)
        move LetterTemplateLineCount to CachedLineCount(CachedTemplateCount)
        perform varying TemplateLineNumber from 1 by 1
            until TemplateLineNumber is greater than LetterTemplateLineCount
            move LetterTemplateText(TemplateLineNumber)
                to CachedText(CachedTemplateCount, TemplateLineNumber)
        end-perform
    end-if
.

ReadTemplateFile section.
    move zero to LetterTemplateLineCount
    open input TemplateFile
    read TemplateFile
        at end set EndOfTemplateFile to true
    end-read
    perform until EndOfTemplateFile or LetterTemplateLineCount equal to 60
        add 1 to LetterTemplateLineCount
        move TemplateLine to LetterTemplateText(LetterTemplateLineCount)
        read TemplateFile
            at end set EndOfTemplateFile to true
        end-read
    end-perform
    close TemplateFile
.

CountFallback section.
    move zero to FallbackSlotFound
    perform varying FallbackScan from 1 by 1
        until FallbackScan is greater than FallbackEntryCount
            or FallbackSlotFound is greater than zero
        if FallbackBaseName(FallbackScan) equal to LetterTemplateBaseName
                and FallbackLanguage(FallbackScan) equal to WantedLanguage
            move FallbackScan to FallbackSlotFound
        end-if
    end-perform
    if FallbackSlotFound equal to zero
        if FallbackEntryCount equal to 20
            exit section
        end-if
        add 1 to FallbackEntryCount
        move FallbackEntryCount to FallbackSlotFound
        move LetterTemplateBaseName to FallbackBaseName(FallbackSlotFound)
        move WantedLanguage to FallbackLanguage(FallbackSlotFound)
    end-if
    add 1 to FallbackCount(FallbackSlotFound)
.

end program LetterTemplates.
