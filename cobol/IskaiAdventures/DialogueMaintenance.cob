program-id. DialogueMaintenance.
author. Daniel Marabito.

*> Applies the narrative team's DIALUPD feed to DIALMST (add or change
*> whole nodes) and then the localisation team's DIALLANGUPD feed to
*> DIALLANG (add or change a node's translation for one language).
*> A translation line whose node is not on DIALMST, or whose node key
*> or language code is blank, is skipped and reported. Every record
*> added or changed on either master is journalled to CONTENTJRNL so
*> ContentRollback can back the run out. RETURN-CODE: 0 applied, 4 no
*> feed on hand, translation lines skipped, or a translation feed with
*> no DIALMST to apply it to, 8 a master cannot be opened.

environment division.
input-output section.
file-control.
        access mode is dynamic
        record key is DLG-NodeKey
        file status is DialogueFileStatus.
    select DialogueLanguageUpdateFile assign to "DIALLANGUPD"
        organization is line sequential
        file status is DialogueLanguageUpdateFileStatus.
    select DialogueLanguageFile assign to "DIALLANG"
        organization is indexed
        access mode is dynamic
        record key is DLL-Key
        file status is DialogueLanguageFileStatus.
    select ContentJournalFile assign to "CONTENTJRNL"
        organization is line sequential
        file status is ContentJournalFileStatus.

data division.
file section.
copy "DIALUPDREC.cpy".
fd DialogueMasterFile.
copy "DIALREC.cpy".
fd DialogueLanguageUpdateFile.
copy "DIALLANGUPDREC.cpy".
fd DialogueLanguageFile.
copy "DIALLANGREC.cpy".
fd ContentJournalFile.
copy "CONTENTJRNLREC.cpy".

working-storage section.
01 DialogueUpdateFileStatus pic xx value "00".
01 DialogueFileStatus pic xx value "00".
    88 DialogueFileOk value "00".
    88 DialogueFileMissing value "35".
01 DialogueLanguageUpdateFileStatus pic xx value "00".
    88 DialogueLanguageUpdateFileOk value "00".
    88 DialogueLanguageUpdateFileEnd value "10".
01 DialogueLanguageFileStatus pic xx value "00".
    88 DialogueLanguageFileOk value "00".
    88 DialogueLanguageFileMissing value "35".
01 ContentJournalFileStatus pic xx value "00".
    88 ContentJournalFileOk value "00".
01 JournalRunId pic x(26) value spaces.
01 JournalChangeType pic x(01) value spaces.
01 JournalBeforeImage pic x(2050) value spaces.
01 FeedsFoundCount pic 9 value 0.
01 DialogueFeedFlag pic x value "N".
    88 DialogueFeedPresent value "Y".
01 TranslationFeedFlag pic x value "N".
    88 TranslationFeedPresent value "Y".
01 TranslationSkippedCount pic 9(05) value 0.

procedure division.
move 0 to return-code.
display "============ Dialogue Content Maintenance ============".
*> Both feeds are probed before DIALMST is touched, and DIALMST is only
*> created for a DIALUPD feed, so a night with nothing to apply to it
*> never leaves an empty DIALMST ahead of the game's own first-run
*> seeding. Translations need their nodes on DIALMST, so with no
*> DIALMST and no DIALUPD the translation feed waits for a later run.
open input DialogueUpdateFile.
if DialogueUpdateFileOk then
    set DialogueFeedPresent to true
    add 1 to FeedsFoundCount
else
    display "No DIALUPD content feed found (status " DialogueUpdateFileStatus ")."
end-if
open input DialogueLanguageUpdateFile.
if DialogueLanguageUpdateFileOk then
    set TranslationFeedPresent to true
    add 1 to FeedsFoundCount
    close DialogueLanguageUpdateFile
else
    display "No DIALLANGUPD translation feed found (status " DialogueLanguageUpdateFileStatus ")."
end-if
if FeedsFoundCount = 0 then
    display "========================================================"
    move 4 to return-code
    goback
end-if
open i-o DialogueMasterFile.
if DialogueFileMissing and not DialogueFeedPresent then
    display "DIALMST is not on file and there is no DIALUPD -- DIALLANGUPD not applied."
    display "========================================================"
    move 4 to return-code
    goback
end-if
if DialogueFileMissing then
    open output DialogueMasterFile
    close DialogueMasterFile
end-if
if not DialogueFileOk then
    display "Unable to open DIALMST, file status " DialogueFileStatus
    if DialogueFeedPresent then
        close DialogueUpdateFile
    end-if
    move 8 to return-code
    goback
end-if
move function current-date to JournalRunId
open extend ContentJournalFile.
if not ContentJournalFileOk then
    open output ContentJournalFile
end-if
display "Content journal run id " JournalRunId

if DialogueFeedPresent then
    perform ApplyNextUpdate until DialogueUpdateFileEnd
    close DialogueUpdateFile
end-if

perform ApplyTranslationFeed

close DialogueMasterFile.
close ContentJournalFile.
display "========================================================".
if TranslationSkippedCount > 0 then
    if return-code < 4 then
        move 4 to return-code
    end-if
end-if
goback.

ApplyNextUpdate.
           move DLU-NodeKey to DLG-NodeKey
           read DialogueMasterFile key is DLG-NodeKey
           if DialogueFileOk then
               move DialogueRecord to JournalBeforeImage
               move "C" to JournalChangeType
               move DLU-PromptText to DLG-PromptText
               move DLU-OptionCount to DLG-OptionCount
               move DLU-DefaultNextNode to DLG-DefaultNextNode
               move DLU-AltCondition to DLG-AltCondition
               move DLU-OptionTable to DLG-OptionTable
               rewrite DialogueRecord
               perform WriteJournalEntry
               display "Updated dialogue node " function trim(DLG-NodeKey)
           else
               move spaces to JournalBeforeImage
               move "A" to JournalChangeType
               move DLU-PromptText to DLG-PromptText
               move DLU-OptionCount to DLG-OptionCount
               move DLU-DefaultNextNode to DLG-DefaultNextNode
               move DLU-AltCondition to DLG-AltCondition
               move DLU-OptionTable to DLG-OptionTable
               write DialogueRecord
               perform WriteJournalEntry
               display "Added dialogue node " function trim(DLG-NodeKey)
           end-if
       end-if.

WriteJournalEntry.
       move spaces to ContentJournalRecord
       move "DialogueMaintenance" to CJN-JobName
       move JournalRunId to CJN-RunId
       move function current-date to CJN-Timestamp
       move "DIALMST" to CJN-MasterName
       move DLG-NodeKey to CJN-RecordKey
       move JournalChangeType to CJN-ChangeType
       move JournalBeforeImage to CJN-BeforeImage
       move DialogueRecord to CJN-AfterImage
       write ContentJournalRecord.

ApplyTranslationFeed.
       if not TranslationFeedPresent then
           exit paragraph
       end-if
       open input DialogueLanguageUpdateFile
       if not DialogueLanguageUpdateFileOk then
           display "Unable to reopen DIALLANGUPD, file status " DialogueLanguageUpdateFileStatus
           move 8 to return-code
           exit paragraph
       end-if
       open i-o DialogueLanguageFile
       if DialogueLanguageFileMissing then
           open output DialogueLanguageFile
           close DialogueLanguageFile
           open i-o DialogueLanguageFile
       end-if
       if not DialogueLanguageFileOk then
           display "Unable to open DIALLANG, file status " DialogueLanguageFileStatus
           close DialogueLanguageUpdateFile
           move 8 to return-code
           exit paragraph
       end-if
       perform ApplyNextTranslation until DialogueLanguageUpdateFileEnd
       close DialogueLanguageUpdateFile
       close DialogueLanguageFile
       if TranslationSkippedCount > 0 then
           display TranslationSkippedCount " translation line(s) skipped."
       end-if.

ApplyNextTranslation.
       read DialogueLanguageUpdateFile
       if not DialogueLanguageUpdateFileOk then
           exit paragraph
       end-if
       if DLX-NodeKey = spaces or DLX-LanguageCode = spaces then
           display "Skipped translation line with a blank node key or language code."
           add 1 to TranslationSkippedCount
           exit paragraph
       end-if
       move DLX-NodeKey to DLG-NodeKey
       read DialogueMasterFile key is DLG-NodeKey
       if not DialogueFileOk then
           display "Skipped " DLX-LanguageCode " translation of " function trim(DLX-NodeKey) ": node not on DIALMST."
           add 1 to TranslationSkippedCount
           exit paragraph
       end-if
       move DLX-NodeKey to DLL-NodeKey
       move DLX-LanguageCode to DLL-LanguageCode
       read DialogueLanguageFile key is DLL-Key
       if DialogueLanguageFileOk then
           move DialogueLanguageRecord to JournalBeforeImage
           move "C" to JournalChangeType
           move DLX-PromptText to DLL-PromptText
           move DLX-AltPromptText to DLL-AltPromptText
           move DLX-OptionTextTable to DLL-OptionTextTable
           rewrite DialogueLanguageRecord
           perform WriteTranslationJournalEntry
           display "Updated " DLL-LanguageCode " translation of " function trim(DLL-NodeKey)
       else
           move spaces to JournalBeforeImage
           move "A" to JournalChangeType
           move DLX-NodeKey to DLL-NodeKey
           move DLX-LanguageCode to DLL-LanguageCode
           move DLX-PromptText to DLL-PromptText
           move DLX-AltPromptText to DLL-AltPromptText
           move DLX-OptionTextTable to DLL-OptionTextTable
           write DialogueLanguageRecord
           perform WriteTranslationJournalEntry
           display "Added " DLL-LanguageCode " translation of " function trim(DLL-NodeKey)
       end-if.

WriteTranslationJournalEntry.
       move spaces to ContentJournalRecord
       move "DialogueMaintenance" to CJN-JobName
       move JournalRunId to CJN-RunId
       move function current-date to CJN-Timestamp
       move "DIALLANG" to CJN-MasterName
       move DLL-Key to CJN-RecordKey
       move JournalChangeType to CJN-ChangeType
       move JournalBeforeImage to CJN-BeforeImage
       move DialogueLanguageRecord to CJN-AfterImage
       write ContentJournalRecord.
