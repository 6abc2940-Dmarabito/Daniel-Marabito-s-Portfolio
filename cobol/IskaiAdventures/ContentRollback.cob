>>source format free
identification division.
program-id. ContentRollback.
author. Daniel Marabito.

*> Backs one maintenance run out of the content masters using the
*> CONTENTJRNL before/after images, so a bad LOCUPD, RAMENUPD, MONSTUPD,
*> DIALUPD, DIALLANGUPD, RAMENINGUPD, ITEMUPD, BOONUPD, QUESTUPD or
*> RECIPEUPD feed can be undone without a MasterBackup RELOAD (which
*> would also throw away every player-side change since the unload).
*> The run is named by the ROLLBACKCTL parameter record: the job name
*> in columns 1-30 (blank matches any job) and the run id the job
*> displayed at start in columns 32-57.
*> For every key the run touched, the first before-image it journalled
*> is put back; a key the run added is deleted. A key is left alone
*> and reported as CHANGED AGAIN when a later journal line (another
*> run, or an earlier rollback) touched it, or when the master record
*> no longer matches the run's last after-image, so a rollback never
*> rolls over someone else's fix. The rollback journals its own
*> restores and deletes under job name ContentRollback with a new run
*> id, so it can itself be backed out the same way.
*> Only the masters the run touched are opened. A master that is not
*> on file is never created here (the game seeds a missing master on
*> its next start); its keys are reported as NOT ON FILE and left
*> alone.
*> RETURN-CODE: 0 every key rolled back, 4 some keys left alone or no
*> journal lines for the run, 8 no ROLLBACKCTL, no CONTENTJRNL, a
*> master that cannot be opened, or more keys than the table holds.

environment division.
input-output section.
file-control.
    select RollbackControlFile assign to "ROLLBACKCTL"
        organization is line sequential
        file status is RollbackControlFileStatus.
    select ContentJournalFile assign to "CONTENTJRNL"
        organization is line sequential
        file status is ContentJournalFileStatus.
    select LocationMasterFile assign to "LOCMST"
        organization is indexed
        access mode is dynamic
        record key is LOC-LocationName
        file status is LocationFileStatus.
    select RamenMasterFile assign to "RAMENMST"
        organization is indexed
        access mode is dynamic
        record key is RMN-ProductCode
        file status is RamenFileStatus.
    select MonsterMasterFile assign to "MONSTMST"
        organization is indexed
        access mode is dynamic
        record key is MON-MonsterName
        file status is MonsterFileStatus.
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
    select IngredientMasterFile assign to "RAMENING"
        organization is indexed
        access mode is dynamic
        record key is ING-Key
        file status is IngredientFileStatus.
    select ItemMasterFile assign to "ITEMMST"
        organization is indexed
        access mode is dynamic
        record key is ITM-ItemCode
        file status is ItemFileStatus.
    select BoonMasterFile assign to "BOONMST"
        organization is indexed
        access mode is dynamic
        record key is BOON-BoonName
        file status is BoonFileStatus.
    select QuestMasterFile assign to "QUESTMST"
        organization is indexed
        access mode is dynamic
        record key is QST-QuestKey
        file status is QuestFileStatus.
    select RecipeMasterFile assign to "RECIPEMST"
        organization is indexed
        access mode is dynamic
        record key is RCP-RecipeCode
        file status is RecipeFileStatus.

data division.
file section.
fd RollbackControlFile.
01 RollbackControlRecord.
    02 RBC-JobName pic x(30).
    02 filler pic x(01).
    02 RBC-RunId pic x(26).
fd ContentJournalFile.
copy "CONTENTJRNLREC.cpy".
fd LocationMasterFile.
copy "LOCREC.cpy".
fd RamenMasterFile.
copy "RAMENREC.cpy".
fd MonsterMasterFile.
copy "MONSTREC.cpy".
fd DialogueMasterFile.
copy "DIALREC.cpy".
fd DialogueLanguageFile.
copy "DIALLANGREC.cpy".
fd IngredientMasterFile.
copy "RAMENINGREC.cpy".
fd ItemMasterFile.
copy "ITEMREC.cpy".
fd BoonMasterFile.
copy "BOONREC.cpy".
fd QuestMasterFile.
copy "QUESTREC.cpy".
fd RecipeMasterFile.
copy "RECIPEREC.cpy".

working-storage section.
01 RollbackControlFileStatus pic xx value "00".
    88 RollbackControlFileOk value "00".
01 ContentJournalFileStatus pic xx value "00".
    88 ContentJournalFileOk value "00".
    88 ContentJournalFileEnd value "10".
01 LocationFileStatus pic xx value "00".
    88 LocationFileOk value "00".
    88 LocationFileMissing value "35".
01 RamenFileStatus pic xx value "00".
    88 RamenFileOk value "00".
    88 RamenFileMissing value "35".
01 MonsterFileStatus pic xx value "00".
    88 MonsterFileOk value "00".
    88 MonsterFileMissing value "35".
01 DialogueFileStatus pic xx value "00".
    88 DialogueFileOk value "00".
    88 DialogueFileMissing value "35".
01 DialogueLanguageFileStatus pic xx value "00".
    88 DialogueLanguageFileOk value "00".
    88 DialogueLanguageFileMissing value "35".
01 IngredientFileStatus pic xx value "00".
    88 IngredientFileOk value "00".
    88 IngredientFileMissing value "35".
01 ItemFileStatus pic xx value "00".
    88 ItemFileOk value "00".
    88 ItemFileMissing value "35".
01 BoonFileStatus pic xx value "00".
    88 BoonFileOk value "00".
    88 BoonFileMissing value "35".
01 QuestFileStatus pic xx value "00".
    88 QuestFileOk value "00".
    88 QuestFileMissing value "35".
01 RecipeFileStatus pic xx value "00".
    88 RecipeFileOk value "00".
    88 RecipeFileMissing value "35".

01 TargetJobName pic x(30) value spaces.
01 TargetRunId pic x(26) value spaces.
01 RollbackRunId pic x(26) value spaces.

01 RollbackKeyTable.
    02 RollbackKeyCount pic 9(05) value 0.
    02 RollbackKey occurs 500 times.
        03 RBK-JobName pic x(30).
        03 RBK-MasterName pic x(10).
        03 RBK-RecordKey pic x(50).
        03 RBK-BeforeImage pic x(2050).
        03 RBK-AfterImage pic x(2050).
        03 RBK-ChangedLaterFlag pic x.
        03 RBK-LaterJobName pic x(30).
        03 RBK-LaterRunId pic x(26).

01 JournalLineCount pic 9(07) value 0.
01 RunLineCount pic 9(07) value 0.
01 RestoredCount pic 9(05) value 0.
01 DeletedCount pic 9(05) value 0.
01 ChangedAgainCount pic 9(05) value 0.
01 TableFullFlag pic x value "N".
    88 RollbackTableFull value "Y".
01 SearchIndex pic 9(05) value 0.
01 FoundIndex pic 9(05) value 0.
01 KeyIndex pic 9(05) value 0.
01 LiveRecordFlag pic x value "N".
    88 LiveRecordFound value "Y".
01 MasterOpenFlag pic x value "Y".
    88 MastersOpen value "Y".
01 NotOnFileCount pic 9(05) value 0.
01 KeyMasterOpenFlag pic x value "N".
    88 KeyMasterOpened value "Y".
*> Which content masters the run touched, and which of them opened.
01 LocationUseFlag pic x value "N".
    88 LocationNeeded value "Y".
    88 LocationOpened value "O".
01 RamenUseFlag pic x value "N".
    88 RamenNeeded value "Y".
    88 RamenOpened value "O".
01 MonsterUseFlag pic x value "N".
    88 MonsterNeeded value "Y".
    88 MonsterOpened value "O".
01 DialogueUseFlag pic x value "N".
    88 DialogueNeeded value "Y".
    88 DialogueOpened value "O".
01 DialogueLanguageUseFlag pic x value "N".
    88 DialogueLanguageNeeded value "Y".
    88 DialogueLanguageOpened value "O".
01 IngredientUseFlag pic x value "N".
    88 IngredientNeeded value "Y".
    88 IngredientOpened value "O".
01 ItemUseFlag pic x value "N".
    88 ItemNeeded value "Y".
    88 ItemOpened value "O".
01 BoonUseFlag pic x value "N".
    88 BoonNeeded value "Y".
    88 BoonOpened value "O".
01 QuestUseFlag pic x value "N".
    88 QuestNeeded value "Y".
    88 QuestOpened value "O".
01 RecipeUseFlag pic x value "N".
    88 RecipeNeeded value "Y".
    88 RecipeOpened value "O".
01 LiveImage pic x(2050) value spaces.

procedure division.
move 0 to return-code.
display "============ Content Run Rollback ============".
open input RollbackControlFile.
if RollbackControlFileOk then
    read RollbackControlFile
    if RollbackControlFileOk then
        move RBC-JobName to TargetJobName
        move RBC-RunId to TargetRunId
    end-if
    close RollbackControlFile
end-if
if TargetRunId = spaces then
    display "No run named -- put the job name and run id in ROLLBACKCTL."
    move 8 to return-code
    goback
end-if
display "Rolling back run " function trim(TargetRunId) " of " function trim(TargetJobName).
if TargetJobName = spaces then
    display "(any job)"
end-if

open input ContentJournalFile.
if not ContentJournalFileOk then
    display "Unable to open CONTENTJRNL, file status " ContentJournalFileStatus
    move 8 to return-code
    goback
end-if
perform ScanNextJournalLine until ContentJournalFileEnd
close ContentJournalFile.
display "Journal lines read: " JournalLineCount ", lines for this run: " RunLineCount ", keys touched: " RollbackKeyCount.
if RollbackTableFull then
    display "More than 500 keys in this run -- nothing rolled back."
    move 8 to return-code
    goback
end-if
if RunLineCount = 0 then
    display "No CONTENTJRNL lines for that run. Nothing to roll back."
    move 4 to return-code
    goback
end-if

perform OpenContentMasters
if not MastersOpen then
    perform CloseContentMasters
    move 8 to return-code
    goback
end-if
move function current-date to RollbackRunId
open extend ContentJournalFile.
if not ContentJournalFileOk then
    open output ContentJournalFile
end-if
display "Content journal run id " RollbackRunId

perform RollBackOneKey
    varying KeyIndex from 1 by 1
    until KeyIndex > RollbackKeyCount.

close ContentJournalFile.
perform CloseContentMasters.
display "----------------------------------------------".
display "Restored " RestoredCount ", deleted " DeletedCount ", left alone (changed again) " ChangedAgainCount ", left alone (master not on file) " NotOnFileCount "."
if ChangedAgainCount > 0 or NotOnFileCount > 0 then
    move 4 to return-code
end-if
display "==============================================".
goback.

ScanNextJournalLine.
       read ContentJournalFile
       if ContentJournalFileOk then
           add 1 to JournalLineCount
           perform FindRollbackKey
           if CJN-RunId = TargetRunId
               and (TargetJobName = spaces or CJN-JobName = TargetJobName) then
               add 1 to RunLineCount
               if FoundIndex = 0 then
                   perform AddRollbackKey
               end-if
               if FoundIndex > 0 then
                   move CJN-AfterImage to RBK-AfterImage(FoundIndex)
               end-if
           else
               if FoundIndex > 0 then
                   move "Y" to RBK-ChangedLaterFlag(FoundIndex)
                   move CJN-JobName to RBK-LaterJobName(FoundIndex)
                   move CJN-RunId to RBK-LaterRunId(FoundIndex)
               end-if
           end-if
       end-if.

FindRollbackKey.
       move 0 to FoundIndex
       perform CheckRollbackKeyEntry
           varying SearchIndex from 1 by 1
           until SearchIndex > RollbackKeyCount or FoundIndex > 0.

CheckRollbackKeyEntry.
       if RBK-MasterName(SearchIndex) = CJN-MasterName
           and RBK-RecordKey(SearchIndex) = CJN-RecordKey then
           move SearchIndex to FoundIndex
       end-if.

AddRollbackKey.
       if RollbackKeyCount < 500 then
           add 1 to RollbackKeyCount
           move RollbackKeyCount to FoundIndex
           move CJN-JobName to RBK-JobName(FoundIndex)
           move CJN-MasterName to RBK-MasterName(FoundIndex)
           move CJN-RecordKey to RBK-RecordKey(FoundIndex)
           move CJN-BeforeImage to RBK-BeforeImage(FoundIndex)
           perform NoteRollbackMaster
           move "N" to RBK-ChangedLaterFlag(FoundIndex)
           move spaces to RBK-LaterJobName(FoundIndex)
           move spaces to RBK-LaterRunId(FoundIndex)
       else
           set RollbackTableFull to true
       end-if.

OpenContentMasters.
       if LocationNeeded then
           open i-o LocationMasterFile
           if LocationFileOk then
               set LocationOpened to true
           else
               if LocationFileMissing then
                   display "LOCMST is not on file -- not created; its keys are left alone."
               else
                   display "Unable to open LOCMST, file status " LocationFileStatus
                   move "N" to MasterOpenFlag
               end-if
           end-if
       end-if
       if RamenNeeded then
           open i-o RamenMasterFile
           if RamenFileOk then
               set RamenOpened to true
           else
               if RamenFileMissing then
                   display "RAMENMST is not on file -- not created; its keys are left alone."
               else
                   display "Unable to open RAMENMST, file status " RamenFileStatus
                   move "N" to MasterOpenFlag
               end-if
           end-if
       end-if
       if MonsterNeeded then
           open i-o MonsterMasterFile
           if MonsterFileOk then
               set MonsterOpened to true
           else
               if MonsterFileMissing then
                   display "MONSTMST is not on file -- not created; its keys are left alone."
               else
                   display "Unable to open MONSTMST, file status " MonsterFileStatus
                   move "N" to MasterOpenFlag
               end-if
           end-if
       end-if
       if DialogueNeeded then
           open i-o DialogueMasterFile
           if DialogueFileOk then
               set DialogueOpened to true
           else
               if DialogueFileMissing then
                   display "DIALMST is not on file -- not created; its keys are left alone."
               else
                   display "Unable to open DIALMST, file status " DialogueFileStatus
                   move "N" to MasterOpenFlag
               end-if
           end-if
       end-if
       if DialogueLanguageNeeded then
           open i-o DialogueLanguageFile
           if DialogueLanguageFileOk then
               set DialogueLanguageOpened to true
           else
               if DialogueLanguageFileMissing then
                   display "DIALLANG is not on file -- not created; its keys are left alone."
               else
                   display "Unable to open DIALLANG, file status " DialogueLanguageFileStatus
                   move "N" to MasterOpenFlag
               end-if
           end-if
       end-if
       if IngredientNeeded then
           open i-o IngredientMasterFile
           if IngredientFileOk then
               set IngredientOpened to true
           else
               if IngredientFileMissing then
                   display "RAMENING is not on file -- not created; its keys are left alone."
               else
                   display "Unable to open RAMENING, file status " IngredientFileStatus
                   move "N" to MasterOpenFlag
               end-if
           end-if
       end-if
       if ItemNeeded then
           open i-o ItemMasterFile
           if ItemFileOk then
               set ItemOpened to true
           else
               if ItemFileMissing then
                   display "ITEMMST is not on file -- not created; its keys are left alone."
               else
                   display "Unable to open ITEMMST, file status " ItemFileStatus
                   move "N" to MasterOpenFlag
               end-if
           end-if
       end-if
       if BoonNeeded then
           open i-o BoonMasterFile
           if BoonFileOk then
               set BoonOpened to true
           else
               if BoonFileMissing then
                   display "BOONMST is not on file -- not created; its keys are left alone."
               else
                   display "Unable to open BOONMST, file status " BoonFileStatus
                   move "N" to MasterOpenFlag
               end-if
           end-if
       end-if
       if QuestNeeded then
           open i-o QuestMasterFile
           if QuestFileOk then
               set QuestOpened to true
           else
               if QuestFileMissing then
                   display "QUESTMST is not on file -- not created; its keys are left alone."
               else
                   display "Unable to open QUESTMST, file status " QuestFileStatus
                   move "N" to MasterOpenFlag
               end-if
           end-if
       end-if
       if RecipeNeeded then
           open i-o RecipeMasterFile
           if RecipeFileOk then
               set RecipeOpened to true
           else
               if RecipeFileMissing then
                   display "RECIPEMST is not on file -- not created; its keys are left alone."
               else
                   display "Unable to open RECIPEMST, file status " RecipeFileStatus
                   move "N" to MasterOpenFlag
               end-if
           end-if
       end-if.

CloseContentMasters.
       if LocationOpened then
           close LocationMasterFile
       end-if
       if RamenOpened then
           close RamenMasterFile
       end-if
       if MonsterOpened then
           close MonsterMasterFile
       end-if
       if DialogueOpened then
           close DialogueMasterFile
       end-if
       if DialogueLanguageOpened then
           close DialogueLanguageFile
       end-if
       if IngredientOpened then
           close IngredientMasterFile
       end-if
       if ItemOpened then
           close ItemMasterFile
       end-if
       if BoonOpened then
           close BoonMasterFile
       end-if
       if QuestOpened then
           close QuestMasterFile
       end-if
       if RecipeOpened then
           close RecipeMasterFile
       end-if.

NoteRollbackMaster.
       if CJN-MasterName = "LOCMST" then
           set LocationNeeded to true
       end-if
       if CJN-MasterName = "RAMENMST" then
           set RamenNeeded to true
       end-if
       if CJN-MasterName = "MONSTMST" then
           set MonsterNeeded to true
       end-if
       if CJN-MasterName = "DIALMST" then
           set DialogueNeeded to true
       end-if
       if CJN-MasterName = "DIALLANG" then
           set DialogueLanguageNeeded to true
       end-if
       if CJN-MasterName = "RAMENING" then
           set IngredientNeeded to true
       end-if
       if CJN-MasterName = "ITEMMST" then
           set ItemNeeded to true
       end-if
       if CJN-MasterName = "BOONMST" then
           set BoonNeeded to true
       end-if
       if CJN-MasterName = "QUESTMST" then
           set QuestNeeded to true
       end-if
       if CJN-MasterName = "RECIPEMST" then
           set RecipeNeeded to true
       end-if.

CheckKeyMasterOpen.
       move "N" to KeyMasterOpenFlag
       if RBK-MasterName(KeyIndex) = "LOCMST" and LocationOpened then
           set KeyMasterOpened to true
       end-if
       if RBK-MasterName(KeyIndex) = "RAMENMST" and RamenOpened then
           set KeyMasterOpened to true
       end-if
       if RBK-MasterName(KeyIndex) = "MONSTMST" and MonsterOpened then
           set KeyMasterOpened to true
       end-if
       if RBK-MasterName(KeyIndex) = "DIALMST" and DialogueOpened then
           set KeyMasterOpened to true
       end-if
       if RBK-MasterName(KeyIndex) = "DIALLANG" and DialogueLanguageOpened then
           set KeyMasterOpened to true
       end-if
       if RBK-MasterName(KeyIndex) = "RAMENING" and IngredientOpened then
           set KeyMasterOpened to true
       end-if
       if RBK-MasterName(KeyIndex) = "ITEMMST" and ItemOpened then
           set KeyMasterOpened to true
       end-if
       if RBK-MasterName(KeyIndex) = "BOONMST" and BoonOpened then
           set KeyMasterOpened to true
       end-if
       if RBK-MasterName(KeyIndex) = "QUESTMST" and QuestOpened then
           set KeyMasterOpened to true
       end-if
       if RBK-MasterName(KeyIndex) = "RECIPEMST" and RecipeOpened then
           set KeyMasterOpened to true
       end-if.

RollBackOneKey.
       perform CheckKeyMasterOpen
       if not KeyMasterOpened then
           add 1 to NotOnFileCount
           display "NOT ON FILE " RBK-MasterName(KeyIndex) " '" function trim(RBK-RecordKey(KeyIndex)) "' -- master not on file, left alone"
           exit paragraph
       end-if
       perform ReadLiveRecord
       if RBK-ChangedLaterFlag(KeyIndex) = "Y" then
           add 1 to ChangedAgainCount
           display "CHANGED AGAIN " RBK-MasterName(KeyIndex) " '" function trim(RBK-RecordKey(KeyIndex)) "' by " function trim(RBK-LaterJobName(KeyIndex)) " run " function trim(RBK-LaterRunId(KeyIndex)) " -- left alone"
           exit paragraph
       end-if
       if LiveImage not = RBK-AfterImage(KeyIndex) then
           add 1 to ChangedAgainCount
           display "CHANGED AGAIN " RBK-MasterName(KeyIndex) " '" function trim(RBK-RecordKey(KeyIndex)) "' no longer matches this run's after-image -- left alone"
           exit paragraph
       end-if
       move spaces to ContentJournalRecord
       move LiveImage to CJN-BeforeImage
       if RBK-BeforeImage(KeyIndex) = spaces then
           perform DeleteLiveRecord
           move "D" to CJN-ChangeType
           add 1 to DeletedCount
           display "Deleted " RBK-MasterName(KeyIndex) " '" function trim(RBK-RecordKey(KeyIndex)) "' (added by the run)"
       else
           perform RestoreBeforeImage
           if LiveRecordFound then
               move "C" to CJN-ChangeType
           else
               move "A" to CJN-ChangeType
           end-if
           move RBK-BeforeImage(KeyIndex) to CJN-AfterImage
           add 1 to RestoredCount
           display "Restored " RBK-MasterName(KeyIndex) " '" function trim(RBK-RecordKey(KeyIndex)) "'"
       end-if
       move "ContentRollback" to CJN-JobName
       move RollbackRunId to CJN-RunId
       move function current-date to CJN-Timestamp
       move RBK-MasterName(KeyIndex) to CJN-MasterName
       move RBK-RecordKey(KeyIndex) to CJN-RecordKey
       write ContentJournalRecord.

ReadLiveRecord.
       move "N" to LiveRecordFlag
       move spaces to LiveImage
       if RBK-MasterName(KeyIndex) = "LOCMST" then
           move RBK-RecordKey(KeyIndex) to LOC-LocationName
           read LocationMasterFile key is LOC-LocationName
           if LocationFileOk then
               set LiveRecordFound to true
               move LocationRecord to LiveImage
           end-if
       end-if
       if RBK-MasterName(KeyIndex) = "RAMENMST" then
           move RBK-RecordKey(KeyIndex) to RMN-ProductCode
           read RamenMasterFile key is RMN-ProductCode
           if RamenFileOk then
               set LiveRecordFound to true
               move RamenRecord to LiveImage
           end-if
       end-if
       if RBK-MasterName(KeyIndex) = "MONSTMST" then
           move RBK-RecordKey(KeyIndex) to MON-MonsterName
           read MonsterMasterFile key is MON-MonsterName
           if MonsterFileOk then
               set LiveRecordFound to true
               move MonsterRecord to LiveImage
           end-if
       end-if
       if RBK-MasterName(KeyIndex) = "DIALMST" then
           move RBK-RecordKey(KeyIndex) to DLG-NodeKey
           read DialogueMasterFile key is DLG-NodeKey
           if DialogueFileOk then
               set LiveRecordFound to true
               move DialogueRecord to LiveImage
           end-if
       end-if
       if RBK-MasterName(KeyIndex) = "DIALLANG" then
           move RBK-RecordKey(KeyIndex) to DLL-Key
           read DialogueLanguageFile key is DLL-Key
           if DialogueLanguageFileOk then
               set LiveRecordFound to true
               move DialogueLanguageRecord to LiveImage
           end-if
       end-if
       if RBK-MasterName(KeyIndex) = "RAMENING" then
           move RBK-RecordKey(KeyIndex) to ING-Key
           read IngredientMasterFile key is ING-Key
           if IngredientFileOk then
               set LiveRecordFound to true
               move RamenIngredientRecord to LiveImage
           end-if
       end-if
       if RBK-MasterName(KeyIndex) = "ITEMMST" then
           move RBK-RecordKey(KeyIndex) to ITM-ItemCode
           read ItemMasterFile key is ITM-ItemCode
           if ItemFileOk then
               set LiveRecordFound to true
               move ItemRecord to LiveImage
           end-if
       end-if
       if RBK-MasterName(KeyIndex) = "BOONMST" then
           move RBK-RecordKey(KeyIndex) to BOON-BoonName
           read BoonMasterFile key is BOON-BoonName
           if BoonFileOk then
               set LiveRecordFound to true
               move BoonRecord to LiveImage
           end-if
       end-if
       if RBK-MasterName(KeyIndex) = "QUESTMST" then
           move RBK-RecordKey(KeyIndex) to QST-QuestKey
           read QuestMasterFile key is QST-QuestKey
           if QuestFileOk then
               set LiveRecordFound to true
               move QuestRecord to LiveImage
           end-if
       end-if
       if RBK-MasterName(KeyIndex) = "RECIPEMST" then
           move RBK-RecordKey(KeyIndex) to RCP-RecipeCode
           read RecipeMasterFile key is RCP-RecipeCode
           if RecipeFileOk then
               set LiveRecordFound to true
               move RecipeRecord to LiveImage
           end-if
       end-if.

RestoreBeforeImage.
       if RBK-MasterName(KeyIndex) = "LOCMST" then
           move RBK-BeforeImage(KeyIndex) to LocationRecord
           if LiveRecordFound then
               rewrite LocationRecord
           else
               write LocationRecord
           end-if
       end-if
       if RBK-MasterName(KeyIndex) = "RAMENMST" then
           move RBK-BeforeImage(KeyIndex) to RamenRecord
           if LiveRecordFound then
               rewrite RamenRecord
           else
               write RamenRecord
           end-if
       end-if
       if RBK-MasterName(KeyIndex) = "MONSTMST" then
           move RBK-BeforeImage(KeyIndex) to MonsterRecord
           if LiveRecordFound then
               rewrite MonsterRecord
           else
               write MonsterRecord
           end-if
       end-if
       if RBK-MasterName(KeyIndex) = "DIALMST" then
           move RBK-BeforeImage(KeyIndex) to DialogueRecord
           if LiveRecordFound then
               rewrite DialogueRecord
           else
               write DialogueRecord
           end-if
       end-if
       if RBK-MasterName(KeyIndex) = "DIALLANG" then
           move RBK-BeforeImage(KeyIndex) to DialogueLanguageRecord
           if LiveRecordFound then
               rewrite DialogueLanguageRecord
           else
               write DialogueLanguageRecord
           end-if
       end-if
       if RBK-MasterName(KeyIndex) = "RAMENING" then
           move RBK-BeforeImage(KeyIndex) to RamenIngredientRecord
           if LiveRecordFound then
               rewrite RamenIngredientRecord
           else
               write RamenIngredientRecord
           end-if
       end-if
       if RBK-MasterName(KeyIndex) = "ITEMMST" then
           move RBK-BeforeImage(KeyIndex) to ItemRecord
           if LiveRecordFound then
               rewrite ItemRecord
           else
               write ItemRecord
           end-if
       end-if
       if RBK-MasterName(KeyIndex) = "BOONMST" then
           move RBK-BeforeImage(KeyIndex) to BoonRecord
           if LiveRecordFound then
               rewrite BoonRecord
           else
               write BoonRecord
           end-if
       end-if
       if RBK-MasterName(KeyIndex) = "QUESTMST" then
           move RBK-BeforeImage(KeyIndex) to QuestRecord
           if LiveRecordFound then
               rewrite QuestRecord
           else
               write QuestRecord
           end-if
       end-if
       if RBK-MasterName(KeyIndex) = "RECIPEMST" then
           move RBK-BeforeImage(KeyIndex) to RecipeRecord
           if LiveRecordFound then
               rewrite RecipeRecord
           else
               write RecipeRecord
           end-if
       end-if.

DeleteLiveRecord.
       if RBK-MasterName(KeyIndex) = "LOCMST" then
           delete LocationMasterFile record
       end-if
       if RBK-MasterName(KeyIndex) = "RAMENMST" then
           delete RamenMasterFile record
       end-if
       if RBK-MasterName(KeyIndex) = "MONSTMST" then
           delete MonsterMasterFile record
       end-if
       if RBK-MasterName(KeyIndex) = "DIALMST" then
           delete DialogueMasterFile record
       end-if
       if RBK-MasterName(KeyIndex) = "DIALLANG" then
           delete DialogueLanguageFile record
       end-if
       if RBK-MasterName(KeyIndex) = "RAMENING" then
           delete IngredientMasterFile record
       end-if
       if RBK-MasterName(KeyIndex) = "ITEMMST" then
           delete ItemMasterFile record
       end-if
       if RBK-MasterName(KeyIndex) = "BOONMST" then
           delete BoonMasterFile record
       end-if
       if RBK-MasterName(KeyIndex) = "QUESTMST" then
           delete QuestMasterFile record
       end-if
       if RBK-MasterName(KeyIndex) = "RECIPEMST" then
           delete RecipeMasterFile record
       end-if.
