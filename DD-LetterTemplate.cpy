*> one letter or message template as LetterTemplates found it for a
*> camper's language - the caller names the English file and the
*> language wanted, and gets back the lines to fill in
01 LetterTemplate.
    05 LetterTemplateBaseName pic x(40) value spaces.
    05 LetterTemplateLanguage pic xx value spaces.
    05 LetterTemplateLanguageUsed pic xx value spaces.
    05 LetterTemplateFallbackFlag pic x value "N".
        88 LetterTemplateFellBack value "Y".
    05 LetterTemplateLineCount pic 99 value zero.
    05 LetterTemplateText pic x(100) occurs 60 times.
