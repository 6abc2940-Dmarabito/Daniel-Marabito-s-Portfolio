>>source format free
identification division.
program-id. ItemMaintenance.
author. Daniel Marabito.

*> Applies the hand-edited ITEMUPD feed to ITEMMST. Each feed record
*> carries an action: A adds a new item, C changes an existing one and
*> R retires (deletes) one. The run is protected for unattended
*> operation: ITMRUNCTL records how many feed records have been
*> processed, so a rerun after an abend restarts after the last
*> processed transaction instead of reapplying from the top (a clean
*> end of job resets it to zero -- delete or zero ITMRUNCTL by hand if
*> the feed itself is replaced mid-recovery). Records that fail
*> validation are written to ITMREJ with a reason code:
*>   01 - blank item code (key)
*>   02 - action other than A/C/R
*>   03 - blank item name on an add or change
*>   04 - garbage in a numeric field
*>   05 - ITM-EquipSlot other than W/A/space
*>   06 - add for an item code already on ITEMMST
*>   07 - change or retire for an item code not on ITEMMST
*> An end-of-job summary reports applied/rejected/skipped counts.
*> Every add, change or retire is journalled to CONTENTJRNL with the
*> ITEMMST before- and after-image under this run's id, so
*> ContentRollback can back the run out.
*> ITMRUNCTL also keeps the run id, so a restart journals under the same
*> run as the interrupted attempt.

environment division.
input-output section.
file-control.
    select ItemUpdateFile assign to "ITEMUPD"
        organization is line sequential
        file status is ItemUpdateFileStatus.
    select ItemMasterFile assign to "ITEMMST"
        organization is indexed
        access mode is dynamic
        record key is ITM-ItemCode
        file status is ItemFileStatus.
    select RunControlFile assign to "ITMRUNCTL"
        organization is line sequential
        file status is RunControlFileStatus.
    select RejectFile assign to "ITMREJ"
        organization is line sequential
        file status is RejectFileStatus.
    select ContentJournalFile assign to "CONTENTJRNL"
        organization is line sequential
        file status is ContentJournalFileStatus.

data division.
file section.
fd ItemUpdateFile.
copy "ITEMUPDREC.cpy".
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
    02 REJ-RecordImage pic x(157).
fd ContentJournalFile.
copy "CONTENTJRNLREC.cpy".

working-storage section.
01 ItemUpdateFileStatus pic xx value "00".
    88 ItemUpdateFileOk value "00".
    88 ItemUpdateFileEnd value "10".
01 ItemFileStatus pic xx value "00".
    88 ItemFileOk value "00".
    88 ItemFileMissing value "35".
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

procedure division.
move 0 to return-code.
display "============ Item Content Maintenance ============".
open input ItemUpdateFile.
if not ItemUpdateFileOk then
    display "No ITEMUPD content feed found (status " ItemUpdateFileStatus ")."
    move 4 to return-code
    goback
end-if
open i-o ItemMasterFile.
if ItemFileMissing then
    open output ItemMasterFile
    close ItemMasterFile
    open i-o ItemMasterFile
end-if
if not ItemFileOk then
    display "Unable to open ITEMMST, file status " ItemFileStatus
    move 8 to return-code
    goback
end-if
open extend ContentJournalFile.
if not ContentJournalFileOk then
    open output ContentJournalFile
end-if
*> A restart carries on under the run id the interrupted run kept in
*> ITMRUNCTL, so the whole feed stays one run for ContentRollback.
perform ReadRunControl
if RestartSkipCount > 0 then
    display "Restarting after transaction " RestartSkipCount " per ITMRUNCTL."
end-if
if JournalRunId = spaces then
    move function current-date to JournalRunId
end-if
display "Content journal run id " JournalRunId
open extend RejectFile.
if not RejectFileOk then
    open output RejectFile
end-if

perform ApplyNextUpdate until ItemUpdateFileEnd

move 0 to RunControlValue
perform WriteRunControl

close ItemUpdateFile.
close ItemMasterFile.
close ContentJournalFile.
close RejectFile.
display "Applied " AppliedCount ", rejected " RejectedCount ", skipped (already applied) " SkippedCount "."
display "==================================================".
goback.

ApplyNextUpdate.
       read ItemUpdateFile
       if ItemUpdateFileOk then
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
       if ITU-ItemCode = spaces then
           move "N" to UpdateValidFlag
           move "01" to RejectReasonCode
           exit paragraph
       end-if
       if not ITU-ActionAdd and not ITU-ActionChange and not ITU-ActionRetire then
           move "N" to UpdateValidFlag
           move "02" to RejectReasonCode
           exit paragraph
       end-if
       if not ITU-ActionRetire then
           if ITU-ItemName = spaces then
               move "N" to UpdateValidFlag
               move "03" to RejectReasonCode
               exit paragraph
           end-if
           if ITU-SellValue not numeric
               or ITU-AttackBonus not numeric
               or ITU-DefenseBonus not numeric
               or ITU-HealAmount not numeric
               or (ITU-CritChance not numeric and ITU-CritChance not = spaces)
               or (ITU-EvadeChance not numeric and ITU-EvadeChance not = spaces) then
               move "N" to UpdateValidFlag
               move "04" to RejectReasonCode
               exit paragraph
           end-if
           if ITU-EquipSlot not = "W" and ITU-EquipSlot not = "A"
               and ITU-EquipSlot not = space then
               move "N" to UpdateValidFlag
               move "05" to RejectReasonCode
               exit paragraph
           end-if
       end-if
       move ITU-ItemCode to ITM-ItemCode
       read ItemMasterFile key is ITM-ItemCode
       if ITU-ActionAdd then
           if ItemFileOk then
               move "N" to UpdateValidFlag
               move "06" to RejectReasonCode
           end-if
       else
           if not ItemFileOk then
               move "N" to UpdateValidFlag
               move "07" to RejectReasonCode
           end-if
       end-if.

ApplyValidUpdate.
       if ITU-ActionRetire then
           move ItemRecord to JournalBeforeImage
           move spaces to JournalAfterImage
           move "D" to JournalChangeType
           delete ItemMasterFile record
           perform WriteJournalEntry
           display "Retired item " function trim(ITM-ItemCode) " " function trim(ITM-ItemName)
       else
           if ITU-ActionChange then
               move ItemRecord to JournalBeforeImage
               move "C" to JournalChangeType
           else
               move spaces to JournalBeforeImage
               move "A" to JournalChangeType
           end-if
           move ITU-ItemName to ITM-ItemName
           move ITU-ItemDescription to ITM-ItemDescription
           move ITU-SellValue to ITM-SellValue
           move ITU-EquipSlot to ITM-EquipSlot
           move ITU-AttackBonus to ITM-AttackBonus
           move ITU-DefenseBonus to ITM-DefenseBonus
           move ITU-HealAmount to ITM-HealAmount
           move 0 to ITM-CritChance
           move 0 to ITM-EvadeChance
           if ITU-CritChance is numeric then
               move ITU-CritChance to ITM-CritChance
           end-if
           if ITU-EvadeChance is numeric then
               move ITU-EvadeChance to ITM-EvadeChance
           end-if
           move ItemRecord to JournalAfterImage
           if ITU-ActionChange then
               rewrite ItemRecord
               perform WriteJournalEntry
               display "Updated item " function trim(ITM-ItemCode) " " function trim(ITM-ItemName)
           else
               write ItemRecord
               perform WriteJournalEntry
               display "Added item " function trim(ITM-ItemCode) " " function trim(ITM-ItemName)
           end-if
       end-if.

WriteRejectRecord.
       move spaces to RejectRecord
       move RejectReasonCode to REJ-ReasonCode
       move ItemUpdateRecord to REJ-RecordImage
       write RejectRecord
       display "Rejected update (reason " RejectReasonCode ") for '" function trim(ITU-ItemCode) "'".

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
       move "ItemMaintenance" to CJN-JobName
       move JournalRunId to CJN-RunId
       move function current-date to CJN-Timestamp
       move "ITEMMST" to CJN-MasterName
       move ITM-ItemCode to CJN-RecordKey
       move JournalChangeType to CJN-ChangeType
       move JournalBeforeImage to CJN-BeforeImage
       move JournalAfterImage to CJN-AfterImage
       write ContentJournalRecord.
