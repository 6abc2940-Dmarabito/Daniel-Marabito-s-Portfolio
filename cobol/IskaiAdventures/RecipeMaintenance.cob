>>source format free
identification division.
program-id. RecipeMaintenance.
author. Daniel Marabito.

*> Applies the hand-edited RECIPEUPD feed to RECIPEMST, the crafting
*> recipe master (see RECIPEUPDREC.cpy). Each feed record carries an
*> action: A adds a new recipe, C changes an existing one and R retires
*> (deletes) one. The run is protected like ItemMaintenance: RECRUNCTL
*> records how many feed records have been processed, so a rerun after
*> an abend restarts after the last processed transaction (a clean end
*> of job resets it to zero -- delete or zero RECRUNCTL by hand if the
*> feed itself is replaced mid-recovery). Records that fail validation
*> are written to RECREJ with a reason code:
*>   01 - blank recipe code (key)
*>   02 - action other than A/C/R
*>   03 - blank recipe name or output item code on an add or change
*>   04 - garbage in a numeric field
*>   05 - output or input item code not on ITEMMST
*>   06 - add for a recipe code already on RECIPEMST
*>   07 - change or retire for a recipe code not on RECIPEMST
*>   08 - no input item, or an input item or the output with a zero
*>        quantity
*>   09 - the same input item code in more than one input slot
*> An end-of-job summary reports applied/rejected/skipped counts.
*> Every add, change or retire is journalled to CONTENTJRNL with the
*> RECIPEMST before- and after-image under this run's id, so
*> ContentRollback can back the run out.
*> RECRUNCTL also keeps the run id, so a restart journals under the same
*> run as the interrupted attempt.
*> RETURN-CODE: 0 applied (rejects are listed on RECREJ), 4 no
*> RECIPEUPD feed, 8 RECIPEMST or ITEMMST cannot be opened.

environment division.
input-output section.
file-control.
    select RecipeUpdateFile assign to "RECIPEUPD"
        organization is line sequential
        file status is RecipeUpdateFileStatus.
    select RecipeMasterFile assign to "RECIPEMST"
        organization is indexed
        access mode is dynamic
        record key is RCP-RecipeCode
        file status is RecipeFileStatus.
    select ItemMasterFile assign to "ITEMMST"
        organization is indexed
        access mode is dynamic
        record key is ITM-ItemCode
        file status is ItemFileStatus.
    select RunControlFile assign to "RECRUNCTL"
        organization is line sequential
        file status is RunControlFileStatus.
    select RejectFile assign to "RECREJ"
        organization is line sequential
        file status is RejectFileStatus.
    select ContentJournalFile assign to "CONTENTJRNL"
        organization is line sequential
        file status is ContentJournalFileStatus.

data division.
file section.
fd RecipeUpdateFile.
copy "RECIPEUPDREC.cpy".
fd RecipeMasterFile.
copy "RECIPEREC.cpy".
fd ItemMasterFile.
copy "ITEMREC.cpy".
fd RunControlFile.
01 RunControlRecord.
    02 RCT-ProcessedCount pic 9(07).
    02 filler pic x(01).
    02 RCT-RunId pic x(26).
fd RejectFile.
01 RejectRecord.
    02 REJ-ReasonCode pic x(02).
    02 filler pic x(01).
    02 REJ-RecordImage pic x(111).
fd ContentJournalFile.
copy "CONTENTJRNLREC.cpy".

working-storage section.
01 RecipeUpdateFileStatus pic xx value "00".
    88 RecipeUpdateFileOk value "00".
    88 RecipeUpdateFileEnd value "10".
01 RecipeFileStatus pic xx value "00".
    88 RecipeFileOk value "00".
    88 RecipeFileMissing value "35".
01 ItemFileStatus pic xx value "00".
    88 ItemFileOk value "00".
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
01 JournalRunId pic x(26) value spaces.
01 JournalChangeType pic x(01) value spaces.
01 JournalBeforeImage pic x(2050) value spaces.
01 JournalAfterImage pic x(2050) value spaces.
01 InputIndex pic 9 value 0.
01 OtherInputIndex pic 9 value 0.
01 UsedInputCount pic 9 value 0.
01 ZeroInputQuantityFlag pic x value "N".
    88 ZeroInputQuantity value "Y".

procedure division.
move 0 to return-code.
display "=========== Crafting Recipe Maintenance ===========".
open input RecipeUpdateFile.
if not RecipeUpdateFileOk then
    display "No RECIPEUPD recipe feed found (status " RecipeUpdateFileStatus ")."
    move 4 to return-code
    goback
end-if
open input ItemMasterFile.
if not ItemFileOk then
    display "Unable to open ITEMMST, file status " ItemFileStatus
    close RecipeUpdateFile
    move 8 to return-code
    goback
end-if
open i-o RecipeMasterFile.
if RecipeFileMissing then
    open output RecipeMasterFile
    close RecipeMasterFile
    open i-o RecipeMasterFile
end-if
if not RecipeFileOk then
    display "Unable to open RECIPEMST, file status " RecipeFileStatus
    close RecipeUpdateFile
    close ItemMasterFile
    move 8 to return-code
    goback
end-if
open extend ContentJournalFile.
if not ContentJournalFileOk then
    open output ContentJournalFile
end-if
*> A restart carries on under the run id the interrupted run kept in
*> RECRUNCTL, so the whole feed stays one run for ContentRollback.
perform ReadRunControl
if RestartSkipCount > 0 then
    display "Restarting after transaction " RestartSkipCount " per RECRUNCTL."
end-if
if JournalRunId = spaces then
    move function current-date to JournalRunId
end-if
display "Content journal run id " JournalRunId
open extend RejectFile.
if not RejectFileOk then
    open output RejectFile
end-if

perform ApplyNextUpdate until RecipeUpdateFileEnd

move 0 to RunControlValue
perform WriteRunControl

close RecipeUpdateFile.
close RecipeMasterFile.
close ItemMasterFile.
close ContentJournalFile.
close RejectFile.
display "Applied " AppliedCount ", rejected " RejectedCount ", skipped (already applied) " SkippedCount "."
display "===================================================".
goback.

ApplyNextUpdate.
       read RecipeUpdateFile
       if RecipeUpdateFileOk then
           add 1 to ProcessedCount
           if ProcessedCount <= RestartSkipCount then
               add 1 to SkippedCount
           else
               perform ValidateUpdateRecord
               if UpdateRecordValid then
                   perform ApplyValidUpdate
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
       if RCU-RecipeCode = spaces then
           move "N" to UpdateValidFlag
           move "01" to RejectReasonCode
           exit paragraph
       end-if
       if not RCU-ActionAdd and not RCU-ActionChange and not RCU-ActionRetire then
           move "N" to UpdateValidFlag
           move "02" to RejectReasonCode
           exit paragraph
       end-if
       if not RCU-ActionRetire then
           if RCU-RecipeName = spaces or RCU-OutputItemCode = spaces then
               move "N" to UpdateValidFlag
               move "03" to RejectReasonCode
               exit paragraph
           end-if
           if RCU-OutputQuantity not numeric
               or (RCU-GoldFee not numeric and RCU-GoldFee not = spaces) then
               move "N" to UpdateValidFlag
               move "04" to RejectReasonCode
               exit paragraph
           end-if
           perform CheckInputQuantity
               varying InputIndex from 1 by 1
               until InputIndex > 4 or not UpdateRecordValid
           if not UpdateRecordValid then
               exit paragraph
           end-if
           move RCU-OutputItemCode to ITM-ItemCode
           read ItemMasterFile key is ITM-ItemCode
           if not ItemFileOk then
               move "N" to UpdateValidFlag
               move "05" to RejectReasonCode
               exit paragraph
           end-if
           perform CheckInputItem
               varying InputIndex from 1 by 1
               until InputIndex > 4 or not UpdateRecordValid
           if not UpdateRecordValid then
               exit paragraph
           end-if
           move 0 to UsedInputCount
           move "N" to ZeroInputQuantityFlag
           perform CountUsedInput
               varying InputIndex from 1 by 1
               until InputIndex > 4
           if UsedInputCount = 0 or ZeroInputQuantity or RCU-OutputQuantity = 0 then
               move "N" to UpdateValidFlag
               move "08" to RejectReasonCode
               exit paragraph
           end-if
           perform CheckDuplicateInput
               varying InputIndex from 1 by 1
               until InputIndex > 4 or not UpdateRecordValid
           if not UpdateRecordValid then
               exit paragraph
           end-if
       end-if
       move RCU-RecipeCode to RCP-RecipeCode
       read RecipeMasterFile key is RCP-RecipeCode
       if RCU-ActionAdd then
           if RecipeFileOk then
               move "N" to UpdateValidFlag
               move "06" to RejectReasonCode
           end-if
       else
           if not RecipeFileOk then
               move "N" to UpdateValidFlag
               move "07" to RejectReasonCode
           end-if
       end-if.

CheckInputQuantity.
       if RCU-InputQuantity(InputIndex) not numeric
           and RCU-InputQuantity(InputIndex) not = spaces then
           move "N" to UpdateValidFlag
           move "04" to RejectReasonCode
       end-if.

CheckInputItem.
       if RCU-InputItemCode(InputIndex) not = spaces then
           move RCU-InputItemCode(InputIndex) to ITM-ItemCode
           read ItemMasterFile key is ITM-ItemCode
           if not ItemFileOk then
               move "N" to UpdateValidFlag
               move "05" to RejectReasonCode
           end-if
       end-if.

CheckDuplicateInput.
       if RCU-InputItemCode(InputIndex) not = spaces then
           perform CompareOtherInput
               varying OtherInputIndex from 1 by 1
               until OtherInputIndex > 4 or not UpdateRecordValid
       end-if.

CompareOtherInput.
       if OtherInputIndex > InputIndex
           and RCU-InputItemCode(OtherInputIndex) = RCU-InputItemCode(InputIndex) then
           move "N" to UpdateValidFlag
           move "09" to RejectReasonCode
       end-if.

CountUsedInput.
       if RCU-InputItemCode(InputIndex) not = spaces then
           add 1 to UsedInputCount
           if RCU-InputQuantity(InputIndex) not numeric
               or RCU-InputQuantity(InputIndex) = 0 then
               set ZeroInputQuantity to true
           end-if
       end-if.

ApplyValidUpdate.
       if RCU-ActionRetire then
           move RecipeRecord to JournalBeforeImage
           move spaces to JournalAfterImage
           move "D" to JournalChangeType
           delete RecipeMasterFile record
           perform WriteJournalEntry
           display "Retired recipe " function trim(RCP-RecipeCode) " " function trim(RCP-RecipeName)
       else
           if RCU-ActionChange then
               move RecipeRecord to JournalBeforeImage
               move "C" to JournalChangeType
           else
               move spaces to JournalBeforeImage
               move "A" to JournalChangeType
           end-if
           move RCU-RecipeName to RCP-RecipeName
           move RCU-OutputItemCode to RCP-OutputItemCode
           move RCU-OutputQuantity to RCP-OutputQuantity
           perform MoveRecipeInput
               varying InputIndex from 1 by 1
               until InputIndex > 4
           move 0 to RCP-GoldFee
           if RCU-GoldFee is numeric then
               move RCU-GoldFee to RCP-GoldFee
           end-if
           move RecipeRecord to JournalAfterImage
           if RCU-ActionChange then
               rewrite RecipeRecord
               perform WriteJournalEntry
               display "Updated recipe " function trim(RCP-RecipeCode) " " function trim(RCP-RecipeName)
           else
               write RecipeRecord
               perform WriteJournalEntry
               display "Added recipe " function trim(RCP-RecipeCode) " " function trim(RCP-RecipeName)
           end-if
       end-if.

MoveRecipeInput.
       move RCU-InputItemCode(InputIndex) to RCP-InputItemCode(InputIndex)
       move 0 to RCP-InputQuantity(InputIndex)
       if RCU-InputItemCode(InputIndex) not = spaces then
           move RCU-InputQuantity(InputIndex) to RCP-InputQuantity(InputIndex)
       end-if.

WriteRejectRecord.
       move spaces to RejectRecord
       move RejectReasonCode to REJ-ReasonCode
       move RecipeUpdateRecord to REJ-RecordImage
       write RejectRecord
       display "Rejected update (reason " RejectReasonCode ") for '" function trim(RCU-RecipeCode) "'".

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
       move "RecipeMaintenance" to CJN-JobName
       move JournalRunId to CJN-RunId
       move function current-date to CJN-Timestamp
       move "RECIPEMST" to CJN-MasterName
       move RCP-RecipeCode to CJN-RecordKey
       move JournalChangeType to CJN-ChangeType
       move JournalBeforeImage to CJN-BeforeImage
       move JournalAfterImage to CJN-AfterImage
       write ContentJournalRecord.
