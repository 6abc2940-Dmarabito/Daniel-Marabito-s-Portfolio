*> July). Looks a player up by SAV-PlayerName, shows the full record
*> with their CHECKPT stages and INVMST rows, and supports controlled
*> fixes: reset health, clear or change the boon (validated against
*> BOONMST), delete a checkpoint stage, adjust an item quantity, set
*> the gold balance, or delete the player outright (save, checkpoints,
*> inventory, quest progress, zone progress, badges, any session lock
*> and any PLAYARCH rows together, so a later save under the same name
*> starts clean and is never restored from the archive). A player that
*> DormantPlayerArchive has moved to PLAYARCH is found there when the
*> name is not on PLAYERMST; such a player can only be deleted (PLAYARCH
*> is rewritten through the PLAYAWRK work file without their rows). If
*> SESSLOCK shows the player mid-session the console warns and demands
*> a typed OVERRIDE before touching anything, so an operator fix
*> cannot silently race the running game's own rewrites.
*> Every change writes an AUDITTRL row under the SUPPORTCONSOLE
*> paragraph name, the same trail the game's own writes leave. Every
*> gold change (including the balance forfeited by a deleted player)
*> also writes a GOLDLOG line with reason SUPP, so the nightly
*> GoldReconciliationReport can still foot the player's ledger.
*> RETURN-CODE: 0 done, 8 when PLAYERMST cannot be opened.

environment division.
        access mode is dynamic
        record key is LCK-PlayerName
        file status is SessionLockFileStatus.
    select AchievementProgressFile assign to "ACHVPRG"
        organization is indexed
        access mode is dynamic
        record key is ACP-Key
        file status is AchievementProgressFileStatus.
    select AuditTrailFile assign to "AUDITTRL"
        organization is line sequential
        file status is AuditTrailFileStatus.
    select GoldLedgerFile assign to "GOLDLOG"
        organization is line sequential
        file status is GoldLedgerFileStatus.
    select PlayerArchiveFile assign to "PLAYARCH"
        organization is line sequential
        file status is PlayerArchiveFileStatus.
    select ArchiveWorkFile assign to "PLAYAWRK"
        organization is line sequential
        file status is ArchiveWorkFileStatus.

data division.
file section.
copy "BOONREC.cpy".
fd SessionLockFile.
copy "LOCKREC.cpy".
fd AchievementProgressFile.
copy "ACHVPRGREC.cpy".
fd AuditTrailFile.
copy "AUDITREC.cpy".
fd GoldLedgerFile.
copy "GOLDLOGREC.cpy".
fd PlayerArchiveFile.
copy "PLAYARCHREC.cpy".
fd ArchiveWorkFile.
01 ArchiveWorkRecord pic x(318).

working-storage section.
01 PlayerFileStatus pic xx value "00".
    88 BoonFileEnd value "10".
01 SessionLockFileStatus pic xx value "00".
    88 SessionLockFileOk value "00".
01 AchievementProgressFileStatus pic xx value "00".
    88 AchievementProgressFileOk value "00".
01 AchievementRowsDoneFlag pic x value "N".
    88 AchievementRowsDone value "Y".
01 AuditTrailFileStatus pic xx value "00".
    88 AuditTrailFileOk value "00".
01 GoldLedgerFileStatus pic xx value "00".
    88 GoldLedgerFileOk value "00".
01 PlayerArchiveFileStatus pic xx value "00".
    88 PlayerArchiveFileOk value "00".
    88 PlayerArchiveFileEnd value "10".
01 ArchiveWorkFileStatus pic xx value "00".
    88 ArchiveWorkFileOk value "00".
    88 ArchiveWorkFileEnd value "10".
01 ArchivedOnlyFlag pic x value "N".
    88 PlayerArchivedOnly value "Y".
01 ArchivedSinceDate pic 9(08) value 0.
01 ArchiveRowCount pic 9(05) value 0.
01 ArchiveRowsDropped pic 9(05) value 0.

01 LockClearedToProceedFlag pic x value "Y".
    88 ClearedToProceed value "Y".
01 NewBoonName pic x(30) value spaces.
01 AdjustItemCode pic x(10) value spaces.
01 AdjustQuantity pic 9(05) value 0.
01 AdjustGoldValue pic 9(05) value 0.
01 GoldBalanceBefore pic 9(05) value 0.
01 RawAnswer pic x(100) value spaces.

procedure division.
if not AuditTrailFileOk then
    open output AuditTrailFile
end-if
open extend GoldLedgerFile.
if not GoldLedgerFileOk then
    open output GoldLedgerFile
end-if
move function current-date to OperatorSessionId.

display "Enter the player name to look up:".
move TargetPlayerName to SAV-PlayerName.
read PlayerSaveFile key is SAV-PlayerName.
if not PlayerFileOk then
    perform FindArchivedPlayer
    if PlayerArchivedOnly then
        perform CheckSessionLock
        if ClearedToProceed then
            perform DisplayArchivedPlayer
            perform DeletePlayerRecord
        end-if
    else
        display "No save on file for '" function trim(TargetPlayerName) "'."
    end-if
else
    perform CheckSessionLock
    if ClearedToProceed then
    close BoonMasterFile
end-if
close AuditTrailFile.
close GoldLedgerFile.
display "================================================".
goback.

       display "5) Adjust an item quantity."
       display "6) Delete the player."
       display "7) Show the record again."
       display "8) Set the gold balance."
       display "0) Close the console."
       accept ConsoleChoice
       if ConsoleChoice = 0 then
       else
       if ConsoleChoice = 7 then
           perform DisplayPlayerRecord
       else
       if ConsoleChoice = 8 then
           perform AdjustPlayerGold
       else
           display "That's not one of the options, try again."
       end-if
       end-if
       end-if
       end-if
       end-if
       end-if.

ResetPlayerHealth.
           end-if
       end-if.

AdjustPlayerGold.
       display "Current gold: " SAV-PlayerGold
       display "Enter the new gold balance:"
       accept AdjustGoldValue
       if AdjustGoldValue = SAV-PlayerGold then
           display "Balance unchanged. No change made."
       else
           move SAV-PlayerGold to GoldBalanceBefore
           move AdjustGoldValue to SAV-PlayerGold
           rewrite PlayerSaveRecord
           perform LogConsoleGoldChange
           move spaces to AuditChangeText
           string "set gold from " delimited by size
               GoldBalanceBefore delimited by size
               " to " delimited by size
               AdjustGoldValue delimited by size
               into AuditChangeText
           perform LogConsoleChange
           display "Gold set to " AdjustGoldValue "."
       end-if.

UnequipRemovedItem.
*> The game clears an equipped slot when the last unit is sold, and
*> LoadEquippedBonuses only consults ITEMMST -- so a row removed here
       end-if.

DeletePlayerRecord.
       display "Type DELETE to confirm removing this player's save, checkpoints, inventory, quest and zone progress, badges and archive rows:"
       accept RawAnswer
       if function upper-case(function trim(RawAnswer)) not = "DELETE" then
           display "Not confirmed. No change made."
           perform DeleteAllInventoryRows
           perform DeleteAllQuestProgressRows
           perform DeleteAllZoneProgressRows
           perform DeleteAllAchievementRows
           perform ClearSessionLockRow
           perform DropPlayerArchiveRows
           if SAV-PlayerGold > 0 then
               move SAV-PlayerGold to GoldBalanceBefore
               move 0 to SAV-PlayerGold
               perform LogConsoleGoldChange
           end-if
           if not PlayerArchivedOnly then
               move TargetPlayerName to SAV-PlayerName
               delete PlayerSaveFile record
           end-if
           move "deleted player save, checkpoints, inventory, quest and zone progress, badges, archive rows" to AuditChangeText
           perform LogConsoleChange
           display "Player deleted."
           set ConsoleDone to true
           move "Y" to ZoneRowsDoneFlag
       end-if.

DeleteAllAchievementRows.
*> ACHVPRG only exists once AchievementAward has run, so it is opened
*> here rather than with the files every fix needs.
       open i-o AchievementProgressFile
       if AchievementProgressFileOk then
           move "N" to AchievementRowsDoneFlag
           move TargetPlayerName to ACP-PlayerName
           move low-values to ACP-AchievementCode
           start AchievementProgressFile key is not less than ACP-Key
           if AchievementProgressFileOk then
               perform DeleteNextAchievementRow until AchievementRowsDone
           end-if
           close AchievementProgressFile
       end-if.

DeleteNextAchievementRow.
       read AchievementProgressFile next record
       if AchievementProgressFileOk and ACP-PlayerName = TargetPlayerName then
           delete AchievementProgressFile record
       else
           move "Y" to AchievementRowsDoneFlag
       end-if.

ClearSessionLockRow.
*> A lock row left behind would greet the next save created under this
*> name with "already in a session".
           close SessionLockFile
       end-if.

FindArchivedPlayer.
*> An archived player's PLAYERMST row is read into the PLAYERMST record
*> area, so the delete forfeits the gold the archived save holds.
       move "N" to ArchivedOnlyFlag
       move 0 to ArchiveRowCount
       open input PlayerArchiveFile
       if PlayerArchiveFileOk then
           perform CheckNextArchiveRow until PlayerArchiveFileEnd
           close PlayerArchiveFile
       end-if.

CheckNextArchiveRow.
       read PlayerArchiveFile
       if not PlayerArchiveFileOk then
           move "10" to PlayerArchiveFileStatus
           exit paragraph
       end-if
       if ARC-PlayerName = TargetPlayerName then
           add 1 to ArchiveRowCount
           if ARC-PlayerRow then
               move ARC-RecordImage to PlayerSaveRecord
               move ARC-ArchivedDate to ArchivedSinceDate
               set PlayerArchivedOnly to true
           end-if
       end-if.

DisplayArchivedPlayer.
       display "------------------------------------------------"
       display "Player:  " function trim(SAV-PlayerName) " -- archived on PLAYARCH " ArchivedSinceDate " (" ArchiveRowCount " archive rows)"
       display "Health " SAV-PlayerMaxHealth ", score " SAV-PlayerScore ", gold " SAV-PlayerGold ", XP " SAV-PlayerXp ", level " SAV-PlayerLevel
       display "An archived player can only be deleted here; the game restores them on their next login."
       display "".

DropPlayerArchiveRows.
*> Archive rows left behind would be restored by the game the next time
*> anyone logs in under this name.
       move 0 to ArchiveRowsDropped
       open input PlayerArchiveFile
       if not PlayerArchiveFileOk then
           exit paragraph
       end-if
       open output ArchiveWorkFile
       perform StageNextArchiveRow until PlayerArchiveFileEnd
       close PlayerArchiveFile
       close ArchiveWorkFile
       if ArchiveRowsDropped > 0 then
           open input ArchiveWorkFile
           open output PlayerArchiveFile
           perform CopyNextArchiveRow until ArchiveWorkFileEnd
           close ArchiveWorkFile
           close PlayerArchiveFile
       end-if.

StageNextArchiveRow.
       read PlayerArchiveFile
       if not PlayerArchiveFileOk then
           move "10" to PlayerArchiveFileStatus
           exit paragraph
       end-if
       if ARC-PlayerName = TargetPlayerName then
           add 1 to ArchiveRowsDropped
       else
           write ArchiveWorkRecord from PlayerArchiveRecord
       end-if.

CopyNextArchiveRow.
       read ArchiveWorkFile
       if ArchiveWorkFileOk then
           write PlayerArchiveRecord from ArchiveWorkRecord
       end-if.

LogConsoleChange.
       move function current-date to AUD-Timestamp
       move OperatorSessionId to AUD-SessionId
       move "SUPPORTCONSOLE" to AUD-ParagraphName
       move AuditChangeText to AUD-RawValue
       write AuditTrailRecord.

LogConsoleGoldChange.
*> The caller saves the old balance in GoldBalanceBefore and has
*> already moved the new one into SAV-PlayerGold.
       move function current-date to GLD-Timestamp
       move OperatorSessionId to GLD-SessionId
       move TargetPlayerName to GLD-PlayerName
       move "SUPP" to GLD-ReasonCode
       move spaces to GLD-ReferenceKey
       if SAV-PlayerGold > GoldBalanceBefore then
           move "+" to GLD-AmountSign
           compute GLD-Amount = SAV-PlayerGold - GoldBalanceBefore
       else
           move "-" to GLD-AmountSign
           compute GLD-Amount = GoldBalanceBefore - SAV-PlayerGold
       end-if
       move GoldBalanceBefore to GLD-BalanceBefore
       move SAV-PlayerGold to GLD-BalanceAfter
       write GoldLedgerRecord.
