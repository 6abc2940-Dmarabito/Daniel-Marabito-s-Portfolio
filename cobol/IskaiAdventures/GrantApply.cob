>>source format free
identification division.
program-id. GrantApply.
author. Daniel Marabito.

*> Applies marketing's GRANTFEED promotional grants (apology gold,
*> cohort items) to PLAYERMST and INVMST so operators no longer key
*> them one player at a time in PlayerSupportConsole. Each feed line
*> names a grant id, a player (or *ALL* for every player on file), a
*> gold amount and an optional ITEMMST item and quantity -- see
*> GRANTREC.cpy. Every credit is registered on GRANTAPPL under grant id
*> plus player, so a grant id fed again in a later run is refused and a
*> player is never credited twice for the same grant. A player holding
*> a SESSLOCK is not raced: the credit is registered as deferred and
*> retried at the start of the next run, before the new feed. Every
*> credit writes a GOLDLOG line (reason GRNT) for the gold and an
*> AUDITTRL row under the GRANTAPPLY paragraph name. The run is
*> protected like the content maintenance jobs: GRANTRUNCTL records how
*> many feed lines have been processed and the run id, so a rerun after
*> an abend resumes after the last processed line under the same run
*> id. Lines that fail validation go to GRANTREJ with a reason code:
*>   01 - blank grant id
*>   02 - blank player name
*>   03 - garbage in the gold amount or item quantity
*>   04 - nothing to grant (no gold and no item)
*>   05 - item code not on ITEMMST
*>   06 - item code with a zero quantity
*>   07 - grant id already applied in an earlier run
*>   08 - named player not on PLAYERMST
*>   09 - grant already applied to the named player in this run
*> RETURN-CODE: 0 all credited, 4 rejects, deferrals or no GRANTFEED,
*> 8 when PLAYERMST, INVMST or GRANTAPPL cannot be opened.

environment division.
input-output section.
file-control.
    select GrantFeedFile assign to "GRANTFEED"
        organization is line sequential
        file status is GrantFeedFileStatus.
    select GrantAppliedFile assign to "GRANTAPPL"
        organization is indexed
        access mode is dynamic
        record key is GAP-Key
        file status is GrantAppliedFileStatus.
    select PlayerSaveFile assign to "PLAYERMST"
        organization is indexed
        access mode is dynamic
        record key is SAV-PlayerName
        file status is PlayerFileStatus.
    select InventoryFile assign to "INVMST"
        organization is indexed
        access mode is dynamic
        record key is INV-Key
        file status is InventoryFileStatus.
    select ItemMasterFile assign to "ITEMMST"
        organization is indexed
        access mode is dynamic
        record key is ITM-ItemCode
        file status is ItemFileStatus.
    select SessionLockFile assign to "SESSLOCK"
        organization is indexed
        access mode is dynamic
        record key is LCK-PlayerName
        file status is SessionLockFileStatus.
    select GoldLedgerFile assign to "GOLDLOG"
        organization is line sequential
        file status is GoldLedgerFileStatus.
    select AuditTrailFile assign to "AUDITTRL"
        organization is line sequential
        file status is AuditTrailFileStatus.
    select RunControlFile assign to "GRANTRUNCTL"
        organization is line sequential
        file status is RunControlFileStatus.
    select RejectFile assign to "GRANTREJ"
        organization is line sequential
        file status is RejectFileStatus.

data division.
file section.
fd GrantFeedFile.
copy "GRANTREC.cpy".
fd GrantAppliedFile.
copy "GRANTAPPLREC.cpy".
fd PlayerSaveFile.
copy "PLAYERSAV.cpy".
fd InventoryFile.
copy "INVREC.cpy".
fd ItemMasterFile.
copy "ITEMREC.cpy".
fd SessionLockFile.
copy "LOCKREC.cpy".
fd GoldLedgerFile.
copy "GOLDLOGREC.cpy".
fd AuditTrailFile.
copy "AUDITREC.cpy".
fd RunControlFile.
01 RunControlRecord.
    02 RCT-ProcessedCount pic 9(07).
    02 filler pic x(01).
    02 RCT-RunId pic x(26).
fd RejectFile.
01 RejectRecord.
    02 REJ-ReasonCode pic x(02).
    02 filler pic x(01).
    02 REJ-RecordImage pic x(130).

working-storage section.
01 GrantFeedFileStatus pic xx value "00".
    88 GrantFeedFileOk value "00".
    88 GrantFeedFileEnd value "10".
01 GrantAppliedFileStatus pic xx value "00".
    88 GrantAppliedFileOk value "00".
    88 GrantAppliedFileEnd value "10".
    88 GrantAppliedFileMissing value "35".
01 PlayerFileStatus pic xx value "00".
    88 PlayerFileOk value "00".
    88 PlayerFileEnd value "10".
01 InventoryFileStatus pic xx value "00".
    88 InventoryFileOk value "00".
    88 InventoryFileMissing value "35".
01 ItemFileStatus pic xx value "00".
    88 ItemFileOk value "00".
01 SessionLockFileStatus pic xx value "00".
    88 SessionLockFileOk value "00".
01 GoldLedgerFileStatus pic xx value "00".
    88 GoldLedgerFileOk value "00".
01 AuditTrailFileStatus pic xx value "00".
    88 AuditTrailFileOk value "00".
01 RunControlFileStatus pic xx value "00".
    88 RunControlFileOk value "00".
01 RejectFileStatus pic xx value "00".
    88 RejectFileOk value "00".

01 FeedAvailableFlag pic x value "N".
    88 FeedAvailable value "Y".
01 ItemMasterAvailableFlag pic x value "N".
    88 ItemMasterAvailable value "Y".
01 LockFileAvailableFlag pic x value "N".
    88 LockFileAvailable value "Y".
01 RestartSkipCount pic 9(07) value 0.
01 ProcessedCount pic 9(07) value 0.
01 RunControlValue pic 9(07) value 0.
01 RunId pic x(26) value spaces.
01 UpdateValidFlag pic x value "Y".
    88 UpdateRecordValid value "Y".
01 RejectReasonCode pic x(02) value spaces.
01 RowsDoneFlag pic x value "N".
    88 RowsDone value "Y".
01 PlayerLockedFlag pic x value "N".
    88 PlayerLocked value "Y".
01 CreditDoneFlag pic x value "N".
    88 CreditDone value "Y".

*> The grant being applied, from a feed line or a deferred register row.
01 GrantId pic x(10) value spaces.
01 GrantPlayerName pic x(100) value spaces.
01 GrantGold pic 9(05) value 0.
01 GrantItemCode pic x(10) value spaces.
01 GrantQuantity pic 9(05) value 0.

01 GoldBalanceBefore pic 9(05) value 0.
01 GoldCredited pic 9(05) value 0.
01 AuditGoldText pic 9(05) value 0.
01 AuditQuantityText pic 9(05) value 0.

01 AppliedRowCount pic 9(05) value 0.
01 RejectedCount pic 9(05) value 0.
01 SkippedCount pic 9(05) value 0.
01 CreditedCount pic 9(07) value 0.
01 DeferredCount pic 9(07) value 0.
01 RetriedCount pic 9(07) value 0.
01 DroppedCount pic 9(07) value 0.
01 AlreadyCreditedCount pic 9(07) value 0.

procedure division.
move 0 to return-code.
display "================= Grant Apply ==================".
open i-o PlayerSaveFile.
if not PlayerFileOk then
    display "Unable to open PLAYERMST, file status " PlayerFileStatus
    move 8 to return-code
    goback
end-if
open i-o InventoryFile.
if InventoryFileMissing then
    open output InventoryFile
    close InventoryFile
    open i-o InventoryFile
end-if
if not InventoryFileOk then
    display "Unable to open INVMST, file status " InventoryFileStatus
    close PlayerSaveFile
    move 8 to return-code
    goback
end-if
open i-o GrantAppliedFile.
if GrantAppliedFileMissing then
    open output GrantAppliedFile
    close GrantAppliedFile
    open i-o GrantAppliedFile
end-if
if not GrantAppliedFileOk then
    display "Unable to open GRANTAPPL, file status " GrantAppliedFileStatus
    close PlayerSaveFile
    close InventoryFile
    move 8 to return-code
    goback
end-if
open input ItemMasterFile.
if ItemFileOk then
    set ItemMasterAvailable to true
end-if
open input SessionLockFile.
if SessionLockFileOk then
    set LockFileAvailable to true
end-if
open extend GoldLedgerFile.
if not GoldLedgerFileOk then
    open output GoldLedgerFile
end-if
open extend AuditTrailFile.
if not AuditTrailFileOk then
    open output AuditTrailFile
end-if
perform ReadRunControl
if RestartSkipCount > 0 then
    display "Restarting run " RunId " after feed line " RestartSkipCount " per GRANTRUNCTL."
else
    move function current-date to RunId
    display "Grant run id " RunId
end-if

perform RetryDeferredGrants

open input GrantFeedFile.
if GrantFeedFileOk then
    set FeedAvailable to true
    open extend RejectFile
    if not RejectFileOk then
        open output RejectFile
    end-if
    perform ApplyNextGrant until GrantFeedFileEnd
    close GrantFeedFile
    close RejectFile
else
    display "No GRANTFEED found (status " GrantFeedFileStatus "); deferred grants only."
end-if

move 0 to RunControlValue
move spaces to RunId
perform WriteRunControl

close PlayerSaveFile.
close InventoryFile.
close GrantAppliedFile.
if ItemMasterAvailable then
    close ItemMasterFile
end-if
if LockFileAvailable then
    close SessionLockFile
end-if
close GoldLedgerFile.
close AuditTrailFile.
display "Feed lines applied " AppliedRowCount ", rejected " RejectedCount ", skipped (already processed) " SkippedCount "."
display "Players credited " CreditedCount ", deferred (session lock) " DeferredCount ", already credited " AlreadyCreditedCount "."
display "Deferred grants credited this run " RetriedCount ", dropped (player gone) " DroppedCount "."
display "================================================".
if RejectedCount > 0 or DeferredCount > 0 or not FeedAvailable then
    move 4 to return-code
end-if
goback.

RetryDeferredGrants.
       move "N" to RowsDoneFlag
       move low-values to GAP-Key
       start GrantAppliedFile key is not less than GAP-Key
       if GrantAppliedFileOk then
           perform RetryNextDeferredGrant until RowsDone
       end-if.

RetryNextDeferredGrant.
       read GrantAppliedFile next record
       if GrantAppliedFileOk then
           if GAP-Deferred then
               move GAP-GrantId to GrantId
               move GAP-PlayerName to GrantPlayerName
               move GAP-GoldAmount to GrantGold
               move GAP-ItemCode to GrantItemCode
               move GAP-ItemQuantity to GrantQuantity
               perform CheckPlayerLock
               if PlayerLocked then
                   add 1 to DeferredCount
                   display "STILL DEFERRED " function trim(GrantId) " for " function trim(GrantPlayerName) " (session lock held)"
               else
                   perform CreditPlayer
                   if CreditDone then
                       move "A" to GAP-StatusFlag
                       move function current-date to GAP-AppliedTimestamp
                       rewrite GrantAppliedRecord
                       add 1 to RetriedCount
                   else
                       delete GrantAppliedFile record
                       add 1 to DroppedCount
                       display "DROPPED " function trim(GrantId) " for " function trim(GrantPlayerName) " (no longer on PLAYERMST)"
                   end-if
               end-if
           end-if
       else
           set RowsDone to true
       end-if.

ApplyNextGrant.
       read GrantFeedFile
       if GrantFeedFileOk then
           add 1 to ProcessedCount
           if ProcessedCount <= RestartSkipCount then
               add 1 to SkippedCount
           else
               perform ValidateGrantRecord
               if UpdateRecordValid then
                   move GRF-GrantId to GrantId
                   move GRF-GoldAmount to GrantGold
                   move GRF-ItemCode to GrantItemCode
                   move 0 to GrantQuantity
                   if GRF-ItemCode not = spaces then
                       move GRF-ItemQuantity to GrantQuantity
                   end-if
                   if GRF-AllPlayers then
                       perform GrantToAllPlayers
                   else
                       move GRF-PlayerName to GrantPlayerName
                       perform GrantToPlayer
                   end-if
                   add 1 to AppliedRowCount
               else
                   perform WriteRejectRecord
                   add 1 to RejectedCount
               end-if
               move ProcessedCount to RunControlValue
               perform WriteRunControl
           end-if
       end-if.

ValidateGrantRecord.
       move "Y" to UpdateValidFlag
       move spaces to RejectReasonCode
       if GRF-GrantId = spaces then
           move "N" to UpdateValidFlag
           move "01" to RejectReasonCode
           exit paragraph
       end-if
       if GRF-PlayerName = spaces then
           move "N" to UpdateValidFlag
           move "02" to RejectReasonCode
           exit paragraph
       end-if
       if GRF-GoldAmount not numeric
           or (GRF-ItemCode not = spaces and GRF-ItemQuantity not numeric) then
           move "N" to UpdateValidFlag
           move "03" to RejectReasonCode
           exit paragraph
       end-if
       if GRF-GoldAmount = 0 and GRF-ItemCode = spaces then
           move "N" to UpdateValidFlag
           move "04" to RejectReasonCode
           exit paragraph
       end-if
       if GRF-ItemCode not = spaces then
           move "N" to ItemFileStatus
           if ItemMasterAvailable then
               move GRF-ItemCode to ITM-ItemCode
               read ItemMasterFile key is ITM-ItemCode
           end-if
           if not ItemFileOk then
               move "N" to UpdateValidFlag
               move "05" to RejectReasonCode
               exit paragraph
           end-if
           if GRF-ItemQuantity = 0 then
               move "N" to UpdateValidFlag
               move "06" to RejectReasonCode
               exit paragraph
           end-if
       end-if
       move GRF-GrantId to GAP-GrantId
       move low-values to GAP-PlayerName
       start GrantAppliedFile key is not less than GAP-Key
       if GrantAppliedFileOk then
           read GrantAppliedFile next record
           if GrantAppliedFileOk and GAP-GrantId = GRF-GrantId
               and GAP-RunId not = RunId then
               move "N" to UpdateValidFlag
               move "07" to RejectReasonCode
               exit paragraph
           end-if
       end-if
       if not GRF-AllPlayers then
           move GRF-PlayerName to SAV-PlayerName
           read PlayerSaveFile key is SAV-PlayerName
           if not PlayerFileOk then
               move "N" to UpdateValidFlag
               move "08" to RejectReasonCode
               exit paragraph
           end-if
           move GRF-GrantId to GAP-GrantId
           move GRF-PlayerName to GAP-PlayerName
           read GrantAppliedFile key is GAP-Key
           if GrantAppliedFileOk then
               move "N" to UpdateValidFlag
               move "09" to RejectReasonCode
               exit paragraph
           end-if
       end-if.

GrantToAllPlayers.
*> Players already registered for this grant id are the ones a rerun
*> of the same line credited before the abend; they are passed over.
       move "N" to RowsDoneFlag
       move low-values to SAV-PlayerName
       start PlayerSaveFile key is not less than SAV-PlayerName
       if PlayerFileOk then
           perform GrantToNextPlayer until RowsDone
       end-if.

GrantToNextPlayer.
       read PlayerSaveFile next record
       if PlayerFileOk then
           move SAV-PlayerName to GrantPlayerName
           move GrantId to GAP-GrantId
           move GrantPlayerName to GAP-PlayerName
           read GrantAppliedFile key is GAP-Key
           if GrantAppliedFileOk then
               add 1 to AlreadyCreditedCount
           else
               perform GrantToPlayer
           end-if
       else
           set RowsDone to true
       end-if.

GrantToPlayer.
       perform CheckPlayerLock
       if PlayerLocked then
           move "D" to GAP-StatusFlag
           move spaces to GAP-AppliedTimestamp
           add 1 to DeferredCount
           display "DEFERRED " function trim(GrantId) " for " function trim(GrantPlayerName) " (session lock held)"
       else
           perform CreditPlayer
           move "A" to GAP-StatusFlag
           move function current-date to GAP-AppliedTimestamp
       end-if
       move GrantId to GAP-GrantId
       move GrantPlayerName to GAP-PlayerName
       move RunId to GAP-RunId
       move GrantGold to GAP-GoldAmount
       move GrantItemCode to GAP-ItemCode
       move GrantQuantity to GAP-ItemQuantity
       write GrantAppliedRecord
       if not GrantAppliedFileOk then
           display "Unable to register grant " function trim(GrantId) " for " function trim(GrantPlayerName) ", file status " GrantAppliedFileStatus
       end-if.

CheckPlayerLock.
       move "N" to PlayerLockedFlag
       if LockFileAvailable then
           move GrantPlayerName to LCK-PlayerName
           read SessionLockFile key is LCK-PlayerName
           if SessionLockFileOk then
               set PlayerLocked to true
           end-if
       end-if.

CreditPlayer.
       move "N" to CreditDoneFlag
       move GrantPlayerName to SAV-PlayerName
       read PlayerSaveFile key is SAV-PlayerName
       if not PlayerFileOk then
           exit paragraph
       end-if
       set CreditDone to true
       move SAV-PlayerGold to GoldBalanceBefore
       if SAV-PlayerGold + GrantGold > 99999 then
           move 99999 to SAV-PlayerGold
       else
           add GrantGold to SAV-PlayerGold
       end-if
       compute GoldCredited = SAV-PlayerGold - GoldBalanceBefore
       rewrite PlayerSaveRecord
       if GoldCredited > 0 then
           perform LogGrantGold
       end-if
       if GrantItemCode not = spaces and GrantQuantity > 0 then
           move GrantPlayerName to INV-PlayerName
           move GrantItemCode to INV-ItemCode
           read InventoryFile key is INV-Key
           if InventoryFileOk then
               if INV-Quantity + GrantQuantity > 99999 then
                   move 99999 to INV-Quantity
               else
                   add GrantQuantity to INV-Quantity
               end-if
               rewrite InventoryRecord
           else
               move GrantPlayerName to INV-PlayerName
               move GrantItemCode to INV-ItemCode
               move GrantQuantity to INV-Quantity
               write InventoryRecord
           end-if
       end-if
       add 1 to CreditedCount
       perform LogGrantAudit.

LogGrantGold.
       move function current-date to GLD-Timestamp
       move RunId to GLD-SessionId
       move GrantPlayerName to GLD-PlayerName
       move "GRNT" to GLD-ReasonCode
       move GrantId to GLD-ReferenceKey
       move "+" to GLD-AmountSign
       move GoldCredited to GLD-Amount
       move GoldBalanceBefore to GLD-BalanceBefore
       move SAV-PlayerGold to GLD-BalanceAfter
       write GoldLedgerRecord.

LogGrantAudit.
       move function current-date to AUD-Timestamp
       move RunId to AUD-SessionId
       move GrantPlayerName to AUD-PlayerName
       move "GRANTAPPLY" to AUD-ParagraphName
       move GoldCredited to AuditGoldText
       move GrantQuantity to AuditQuantityText
       move spaces to AUD-RawValue
       if GrantItemCode = spaces then
           string "grant " delimited by size
               function trim(GrantId) delimited by size
               " gold +" delimited by size
               AuditGoldText delimited by size
               into AUD-RawValue
       else
           string "grant " delimited by size
               function trim(GrantId) delimited by size
               " gold +" delimited by size
               AuditGoldText delimited by size
               " item " delimited by size
               function trim(GrantItemCode) delimited by size
               " x" delimited by size
               AuditQuantityText delimited by size
               into AUD-RawValue
       end-if
       write AuditTrailRecord.

WriteRejectRecord.
       move spaces to RejectRecord
       move RejectReasonCode to REJ-ReasonCode
       move GrantFeedRecord to REJ-RecordImage
       write RejectRecord
       display "Rejected grant line (reason " RejectReasonCode ") for '" function trim(GRF-GrantId) "' / '" function trim(GRF-PlayerName) "'".

ReadRunControl.
       move 0 to RestartSkipCount
       open input RunControlFile
       if RunControlFileOk then
           read RunControlFile
           if RunControlFileOk and RCT-ProcessedCount is numeric then
               move RCT-ProcessedCount to RestartSkipCount
               move RCT-RunId to RunId
           end-if
           close RunControlFile
       end-if
       if RunId = spaces then
           move 0 to RestartSkipCount
       end-if.

WriteRunControl.
       open output RunControlFile
       move spaces to RunControlRecord
       move RunControlValue to RCT-ProcessedCount
       move RunId to RCT-RunId
       write RunControlRecord
       close RunControlFile.
