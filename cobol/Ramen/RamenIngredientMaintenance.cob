>>source format free
identification division.
program-id. RamenIngredientMaintenance.
author. Daniel Marabito.

*> Applies the packaging team's RAMENINGUPD feed to RAMENING, the
*> ingredient and allergen master (see RAMENINGUPDREC.cpy): each line
*> adds or replaces one ingredient of a SKU, or deletes it. The run is
*> protected like RamenMaintenance: INGRUNCTL records how many feed
*> records have been processed, so a rerun after an abend restarts
*> after the last processed transaction (a clean end of job resets it
*> to zero -- delete or zero INGRUNCTL by hand if the feed itself is
*> replaced mid-recovery). Records that fail validation are written to
*> INGREJ with a reason code:
*>   01 - blank product code or ingredient code (key)
*>   02 - product code not on RAMENMST
*>   03 - allergen flag other than Y, N or blank
*>   04 - action code other than A, D or blank
*>   05 - delete of an ingredient not on RAMENING
*> An end-of-job summary reports applied/rejected/skipped counts.
*> Every add, change or delete is journalled to CONTENTJRNL with the
*> RAMENING before- and after-image under this run's id, so
*> ContentRollback can back the run out.
*> INGRUNCTL also keeps the run id, so a restart journals under the same
*> run as the interrupted attempt.
*> RETURN-CODE: 0 applied (rejects are listed on INGREJ), 4 no
*> RAMENINGUPD feed, 8 RAMENING or RAMENMST cannot be opened.

environment division.
input-output section.
file-control.
    select IngredientUpdateFile assign to "RAMENINGUPD"
        organization is line sequential
        file status is IngredientUpdateFileStatus.
    select IngredientMasterFile assign to "RAMENING"
        organization is indexed
        access mode is dynamic
        record key is ING-Key
        file status is IngredientFileStatus.
    select RamenMasterFile assign to "RAMENMST"
        organization is indexed
        access mode is dynamic
        record key is RMN-ProductCode
        file status is RamenFileStatus.
    select RunControlFile assign to "INGRUNCTL"
        organization is line sequential
        file status is RunControlFileStatus.
    select RejectFile assign to "INGREJ"
        organization is line sequential
        file status is RejectFileStatus.
    select ContentJournalFile assign to "CONTENTJRNL"
        organization is line sequential
        file status is ContentJournalFileStatus.

data division.
file section.
fd IngredientUpdateFile.
copy "RAMENINGUPDREC.cpy".
fd IngredientMasterFile.
copy "RAMENINGREC.cpy".
fd RamenMasterFile.
copy "RAMENREC.cpy".
fd RunControlFile.
01 RunControlRecord.
    02 RCT-ProcessedCount pic 9(07).
    02 filler pic x(01).
    02 RCT-RunId pic x(26).
fd RejectFile.
01 RejectRecord.
    02 REJ-ReasonCode pic x(02).
    02 filler pic x(01).
    02 REJ-RecordImage pic x(95).
fd ContentJournalFile.
copy "CONTENTJRNLREC.cpy".

working-storage section.
01 IngredientUpdateFileStatus pic xx value "00".
    88 IngredientUpdateFileOk value "00".
    88 IngredientUpdateFileEnd value "10".
01 IngredientFileStatus pic xx value "00".
    88 IngredientFileOk value "00".
    88 IngredientFileMissing value "35".
01 RamenFileStatus pic xx value "00".
    88 RamenFileOk value "00".
01 RunControlFileStatus pic xx value "00".
    88 RunControlFileOk value "00".
01 RejectFileStatus pic xx value "00".
    88 RejectFileOk value "00".
01 ContentJournalFileStatus pic xx value "00".
    88 ContentJournalFileOk value "00".
01 RestartSkipCount pic 9(07) value 0.
01 ProcessedCount pic 9(07) value 0.
01 AppliedCount pic 9(05) value 0.
01 RejectedCount pic 9(05) value 0.
01 SkippedCount pic 9(05) value 0.
01 RunControlValue pic 9(07) value 0.
01 UpdateValidFlag pic x value "Y".
    88 UpdateRecordValid value "Y".
01 RejectReasonCode pic x(02) value spaces.
01 AllergenIndex pic 99 value 0.
01 JournalRunId pic x(26) value spaces.
01 JournalChangeType pic x(01) value spaces.
01 JournalBeforeImage pic x(2050) value spaces.
01 JournalAfterImage pic x(2050) value spaces.

procedure division.
move 0 to return-code.
display "========== Ramen Ingredient and Allergen Maintenance ==========".
open input IngredientUpdateFile.
if not IngredientUpdateFileOk then
    display "No RAMENINGUPD ingredient feed found (status " IngredientUpdateFileStatus ")."
    move 4 to return-code
    goback
end-if
open input RamenMasterFile.
if not RamenFileOk then
    display "Unable to open RAMENMST, file status " RamenFileStatus
    close IngredientUpdateFile
    move 8 to return-code
    goback
end-if
open i-o IngredientMasterFile.
if IngredientFileMissing then
    open output IngredientMasterFile
    close IngredientMasterFile
    open i-o IngredientMasterFile
end-if
if not IngredientFileOk then
    display "Unable to open RAMENING, file status " IngredientFileStatus
    close IngredientUpdateFile
    close RamenMasterFile
    move 8 to return-code
    goback
end-if
open extend ContentJournalFile.
if not ContentJournalFileOk then
    open output ContentJournalFile
end-if
*> A restart carries on under the run id the interrupted run kept in
*> INGRUNCTL, so the whole feed stays one run for ContentRollback.
perform ReadRunControl
if RestartSkipCount > 0 then
    display "Restarting after transaction " RestartSkipCount " per INGRUNCTL."
end-if
if JournalRunId = spaces then
    move function current-date to JournalRunId
end-if
display "Content journal run id " JournalRunId
open extend RejectFile.
if not RejectFileOk then
    open output RejectFile
end-if

perform ApplyNextUpdate until IngredientUpdateFileEnd

move 0 to RunControlValue
perform WriteRunControl

close IngredientUpdateFile.
close IngredientMasterFile.
close RamenMasterFile.
close ContentJournalFile.
close RejectFile.
display "Applied " AppliedCount ", rejected " RejectedCount ", skipped (already applied) " SkippedCount "."
display "===============================================================".
goback.

ApplyNextUpdate.
       read IngredientUpdateFile
       if IngredientUpdateFileOk then
           add 1 to ProcessedCount
           if ProcessedCount <= RestartSkipCount then
               add 1 to SkippedCount
           else
               perform ValidateUpdateRecord
               if UpdateRecordValid then
                   perform ApplyValidUpdate
               end-if
               if UpdateRecordValid then
                   add 1 to AppliedCount
               else
                   perform WriteRejectRecord
                   add 1 to RejectedCount
               end-if
               move ProcessedCount to RunControlValue
               perform WriteRunControl
           end-if
       end-if.

ValidateUpdateRecord.
       move "Y" to UpdateValidFlag
       move spaces to RejectReasonCode
       if RIU-ProductCode = spaces or RIU-IngredientCode = spaces then
           move "N" to UpdateValidFlag
           move "01" to RejectReasonCode
           exit paragraph
       end-if
       if not RIU-DeleteIngredient and not RIU-AddOrChangeIngredient then
           move "N" to UpdateValidFlag
           move "04" to RejectReasonCode
           exit paragraph
       end-if
       if RIU-DeleteIngredient then
           exit paragraph
       end-if
       move RIU-ProductCode to RMN-ProductCode
       read RamenMasterFile key is RMN-ProductCode
       if not RamenFileOk then
           move "N" to UpdateValidFlag
           move "02" to RejectReasonCode
           exit paragraph
       end-if
       perform CheckAllergenFlag
           varying AllergenIndex from 1 by 1
           until AllergenIndex > 9 or not UpdateRecordValid.

CheckAllergenFlag.
       if RIU-AllergenFlag(AllergenIndex) not = "Y"
           and RIU-AllergenFlag(AllergenIndex) not = "N"
           and RIU-AllergenFlag(AllergenIndex) not = space then
           move "N" to UpdateValidFlag
           move "03" to RejectReasonCode
       end-if.

ApplyValidUpdate.
*> A delete of an ingredient that is not on file is only found here,
*> so it clears UpdateValidFlag and is rejected like a bad line.
       move RIU-ProductCode to ING-ProductCode
       move RIU-IngredientCode to ING-IngredientCode
       read IngredientMasterFile key is ING-Key
       if RIU-DeleteIngredient then
           if not IngredientFileOk then
               move "N" to UpdateValidFlag
               move "05" to RejectReasonCode
               exit paragraph
           end-if
           move RamenIngredientRecord to JournalBeforeImage
           move spaces to JournalAfterImage
           move "D" to JournalChangeType
           delete IngredientMasterFile record
           perform WriteJournalEntry
           display "Deleted ingredient " function trim(ING-IngredientCode) " from " function trim(ING-ProductCode)
           exit paragraph
       end-if
       if IngredientFileOk then
           move RamenIngredientRecord to JournalBeforeImage
           move "C" to JournalChangeType
       else
           move spaces to JournalBeforeImage
           move "A" to JournalChangeType
       end-if
       move RIU-ProductCode to ING-ProductCode
       move RIU-IngredientCode to ING-IngredientCode
       move RIU-IngredientName to ING-IngredientName
       move RIU-AllergenFlags to ING-AllergenFlags
       perform NormaliseAllergenFlag
           varying AllergenIndex from 1 by 1
           until AllergenIndex > 9
       move RIU-SupplierName to ING-SupplierName
       move RIU-SupplierLot to ING-SupplierLot
       move RamenIngredientRecord to JournalAfterImage
       if JournalChangeType = "C" then
           rewrite RamenIngredientRecord
           perform WriteJournalEntry
           display "Updated ingredient " function trim(ING-IngredientCode) " of " function trim(ING-ProductCode)
       else
           write RamenIngredientRecord
           perform WriteJournalEntry
           display "Added ingredient " function trim(ING-IngredientCode) " to " function trim(ING-ProductCode)
       end-if.

NormaliseAllergenFlag.
       if ING-AllergenFlag(AllergenIndex) not = "Y" then
           move "N" to ING-AllergenFlag(AllergenIndex)
       end-if.

WriteRejectRecord.
       move spaces to RejectRecord
       move RejectReasonCode to REJ-ReasonCode
       move RamenIngredientUpdateRecord to REJ-RecordImage
       write RejectRecord
       display "Rejected update (reason " RejectReasonCode ") for '" function trim(RIU-ProductCode) "' ingredient '" function trim(RIU-IngredientCode) "'".

ReadRunControl.
       move 0 to RestartSkipCount
       open input RunControlFile
       if RunControlFileOk then
           read RunControlFile
           if RunControlFileOk then
               move RCT-ProcessedCount to RestartSkipCount
               if RestartSkipCount > 0 then
                   move RCT-RunId to JournalRunId
               end-if
           end-if
           close RunControlFile
       end-if.

WriteRunControl.
       open output RunControlFile
       move spaces to RunControlRecord
       move RunControlValue to RCT-ProcessedCount
       move JournalRunId to RCT-RunId
       write RunControlRecord
       close RunControlFile.

WriteJournalEntry.
       move spaces to ContentJournalRecord
       move "RamenIngredientMaintenance" to CJN-JobName
       move JournalRunId to CJN-RunId
       move function current-date to CJN-Timestamp
       move "RAMENING" to CJN-MasterName
       move ING-Key to CJN-RecordKey
       move JournalChangeType to CJN-ChangeType
       move JournalBeforeImage to CJN-BeforeImage
       move JournalAfterImage to CJN-AfterImage
       write ContentJournalRecord.
