>>source format free
identification division.
program-id. TranslationCoverageReport.
author. Daniel Marabito.

*> Lists, per language, every DIALMST text that has no DIALLANG
*> translation yet, so the localisation team knows what is left before
*> a build ships. The languages are every language code on DIALLANG.
*> Each node's prompt, alternate prompt (when the node has one) and
*> in-use option texts are checked; a node with no DIALLANG record at
*> all for a language is listed once with the count of texts it owes.
*> Translations whose node is no longer on DIALMST are listed as
*> ORPHAN. A summary gives translated and untranslated text counts per
*> language. RETURN-CODE: 0 every language fully translated (or no
*> translations on file), 4 untranslated texts or orphans listed, 8
*> DIALMST cannot be opened.

environment division.
input-output section.
file-control.
    select DialogueMasterFile assign to "DIALMST"
        organization is indexed
        access mode is dynamic
        record key is DLG-NodeKey
        file status is DialogueFileStatus.
    select DialogueLanguageFile assign to "DIALLANG"
        organization is indexed
        access mode is dynamic
        record key is DLL-Key
        file status is DialogueLanguageFileStatus.

data division.
file section.
fd DialogueMasterFile.
copy "DIALREC.cpy".
fd DialogueLanguageFile.
copy "DIALLANGREC.cpy".

working-storage section.
01 DialogueFileStatus pic xx value "00".
    88 DialogueFileOk value "00".
    88 DialogueFileEnd value "10".
01 DialogueLanguageFileStatus pic xx value "00".
    88 DialogueLanguageFileOk value "00".
    88 DialogueLanguageFileEnd value "10".

01 LanguageTable.
    02 LanguageCount pic 99 value 0.
    02 LanguageEntry occurs 20 times.
        03 LNG-LanguageCode pic x(02).
        03 LNG-TranslatedCount pic 9(07).
        03 LNG-MissingCount pic 9(07).
01 LanguageIndex pic 99 value 0.
01 LanguageFoundIndex pic 99 value 0.
01 WorkOptionIndex pic 9 value 0.
01 NodeTextCount pic 9 value 0.
01 NodeCount pic 9(07) value 0.
01 OrphanCount pic 9(07) value 0.
01 FindingCount pic 9(07) value 0.
01 TextStatus pic x(12) value spaces.

procedure division.
move 0 to return-code.
display "========== Dialogue Translation Coverage ==========".
open input DialogueMasterFile.
if not DialogueFileOk then
    display "Unable to open DIALMST, file status " DialogueFileStatus
    move 8 to return-code
    goback
end-if
open input DialogueLanguageFile.
if not DialogueLanguageFileOk then
    display "No DIALLANG on file (status " DialogueLanguageFileStatus ") -- nothing is translated yet."
    close DialogueMasterFile
    display "==================================================="
    goback
end-if

move low-values to DLL-Key.
start DialogueLanguageFile key is not less than DLL-Key.
if DialogueLanguageFileOk then
    perform ScanNextTranslation until DialogueLanguageFileEnd
end-if
if LanguageCount = 0 then
    display "DIALLANG holds no translations yet."
end-if

move low-values to DLG-NodeKey.
start DialogueMasterFile key is not less than DLG-NodeKey.
if DialogueFileOk then
    perform CheckNextNode until DialogueFileEnd
end-if

close DialogueMasterFile.
close DialogueLanguageFile.
display "---------------------------------------------------".
display NodeCount " DIALMST node(s) checked in " LanguageCount " language(s)."
perform PrintLanguageSummary
    varying LanguageIndex from 1 by 1
    until LanguageIndex > LanguageCount.
if OrphanCount > 0 then
    display OrphanCount " orphan translation(s) listed above."
end-if
display "===================================================".
if FindingCount > 0 or OrphanCount > 0 then
    move 4 to return-code
end-if
goback.

ScanNextTranslation.
*> Builds the language list and flags translations of nodes that are
*> no longer on DIALMST.
       read DialogueLanguageFile next record
       if DialogueLanguageFileOk then
           move 0 to LanguageFoundIndex
           perform FindLanguageEntry
               varying LanguageIndex from 1 by 1
               until LanguageIndex > LanguageCount or LanguageFoundIndex > 0
           if LanguageFoundIndex = 0 then
               if LanguageCount < 20 then
                   add 1 to LanguageCount
                   move DLL-LanguageCode to LNG-LanguageCode(LanguageCount)
                   move 0 to LNG-TranslatedCount(LanguageCount)
                   move 0 to LNG-MissingCount(LanguageCount)
               else
                   display "More than 20 languages on DIALLANG -- " DLL-LanguageCode " not checked."
               end-if
           end-if
           move DLL-NodeKey to DLG-NodeKey
           read DialogueMasterFile key is DLG-NodeKey
           if not DialogueFileOk then
               add 1 to OrphanCount
               display "ORPHAN       " DLL-LanguageCode " node '" function trim(DLL-NodeKey) "' is not on DIALMST"
           end-if
       end-if.

FindLanguageEntry.
       if LNG-LanguageCode(LanguageIndex) = DLL-LanguageCode then
           move LanguageIndex to LanguageFoundIndex
       end-if.

CheckNextNode.
       read DialogueMasterFile next record
       if DialogueFileOk then
           add 1 to NodeCount
           perform CheckNodeLanguage
               varying LanguageIndex from 1 by 1
               until LanguageIndex > LanguageCount
       end-if.

CheckNodeLanguage.
       move DLG-NodeKey to DLL-NodeKey
       move LNG-LanguageCode(LanguageIndex) to DLL-LanguageCode
       read DialogueLanguageFile key is DLL-Key
       if not DialogueLanguageFileOk then
           move 0 to NodeTextCount
           if DLG-PromptText not = spaces then
               add 1 to NodeTextCount
           end-if
           if DLG-AltPromptText not = spaces then
               add 1 to NodeTextCount
           end-if
           perform CountBaseOptionText
               varying WorkOptionIndex from 1 by 1
               until WorkOptionIndex > DLG-OptionCount or WorkOptionIndex > 4
           if NodeTextCount > 0 then
               add NodeTextCount to LNG-MissingCount(LanguageIndex)
               add 1 to FindingCount
               display "UNTRANSLATED " LNG-LanguageCode(LanguageIndex) " node '" function trim(DLG-NodeKey) "' -- no translation (" NodeTextCount " text(s))"
           end-if
           exit paragraph
       end-if
       if DLG-PromptText not = spaces then
           if DLL-PromptText = spaces then
               move "prompt" to TextStatus
               perform ReportMissingText
           else
               add 1 to LNG-TranslatedCount(LanguageIndex)
           end-if
       end-if
       if DLG-AltPromptText not = spaces then
           if DLL-AltPromptText = spaces then
               move "alt prompt" to TextStatus
               perform ReportMissingText
           else
               add 1 to LNG-TranslatedCount(LanguageIndex)
           end-if
       end-if
       perform CheckOptionText
           varying WorkOptionIndex from 1 by 1
           until WorkOptionIndex > DLG-OptionCount or WorkOptionIndex > 4.

CountBaseOptionText.
       if DLG-OptionText(WorkOptionIndex) not = spaces then
           add 1 to NodeTextCount
       end-if.

CheckOptionText.
       if DLG-OptionText(WorkOptionIndex) not = spaces then
           if DLL-OptionText(WorkOptionIndex) = spaces then
               move spaces to TextStatus
               string "option " delimited by size
                   WorkOptionIndex delimited by size
                   into TextStatus
               perform ReportMissingText
           else
               add 1 to LNG-TranslatedCount(LanguageIndex)
           end-if
       end-if.

ReportMissingText.
       add 1 to LNG-MissingCount(LanguageIndex)
       add 1 to FindingCount
       display "UNTRANSLATED " LNG-LanguageCode(LanguageIndex) " node '" function trim(DLG-NodeKey) "' " function trim(TextStatus).

PrintLanguageSummary.
       display "  " LNG-LanguageCode(LanguageIndex) ": " LNG-TranslatedCount(LanguageIndex) " text(s) translated, " LNG-MissingCount(LanguageIndex) " untranslated.".
