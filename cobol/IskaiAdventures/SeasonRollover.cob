>>source format free
identification division.
program-id. SeasonRollover.
author. Daniel Marabito.

*> Closes a competitive season, run on demand. The SEASONCTL control
*> record names the season: season id in columns 1-10, season name in
*> 12-41, and the yyyymmdd window of the season's sessions in 43-50
*> (from; blank = from the first session on file) and 52-59 (to;
*> blank = today). LEADERTXN sessions whose session id date falls in
*> the window are ranked by each player's best score (ties go to the
*> player who reached it first) and the final standings are written to
*> SEASONHIST under the season id -- see SEASONHISTREC.cpy. Run this
*> before ArchivePurge moves the season's LEADERTXN rows out.
*> Rewards come from the optional SEASONRWD file, one line per rank:
*> rank in columns 1-3, gold in 5-9, ITEMMST item code in 11-20 and
*> quantity in 22-26 (item blank for gold only). With no SEASONRWD the
*> podium is paid 500, 250 and 100 gold. Gold goes to SAV-PlayerGold
*> with a GOLDLOG line (reason SEAS), items to INVMST, and each reward
*> writes an AUDITTRL row under the SEASONREWARD paragraph name.
*> Every player's ZONEPROG is then cleared so the new season starts
*> fresh. PLAYARCH is then rewritten through the PLAYAWRK work file:
*> the ZONEPROG rows of archived players are dropped so a player
*> restored later starts the new season fresh too, and a winner that
*> DormantPlayerArchive has moved to PLAYARCH is paid there -- the
*> gold onto the archived PLAYERMST image and the item onto an
*> archived INVMST row -- so the reward comes back with the player. A
*> reward is only forfeited when the winner is on neither PLAYERMST
*> nor PLAYARCH. The standings rows are written before the rank 0
*> season row, so a run that stops while ranking is re-ranked from
*> scratch on the rerun. The job refuses to run while any SESSLOCK is
*> held. A rerun of a season whose rollover did not finish picks up
*> the unpaid rewards and the ZONEPROG reset; a finished season is
*> refused.
*> RETURN-CODE: 0 season rolled over, 4 rolled over with warnings (no
*> sessions in the window, bad SEASONRWD lines, forfeited rewards), 8
*> refused (no SEASONCTL season, session lock held, season already
*> closed) or a file cannot be opened.

environment division.
input-output section.
file-control.
    select SeasonControlFile assign to "SEASONCTL"
        organization is line sequential
        file status is SeasonControlFileStatus.
    select SeasonRewardFile assign to "SEASONRWD"
        organization is line sequential
        file status is SeasonRewardFileStatus.
    select SeasonHistoryFile assign to "SEASONHIST"
        organization is indexed
        access mode is dynamic
        record key is SHS-Key
        file status is SeasonHistoryFileStatus.
    select LeaderboardFile assign to "LEADERTXN"
        organization is line sequential
        file status is LeaderboardFileStatus.
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
    select ZoneProgressFile assign to "ZONEPROG"
        organization is indexed
        access mode is dynamic
        record key is ZPR-Key
        file status is ZoneProgressFileStatus.
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
    select PlayerArchiveFile assign to "PLAYARCH"
        organization is line sequential
        file status is PlayerArchiveFileStatus.
    select ArchiveWorkFile assign to "PLAYAWRK"
        organization is line sequential
        file status is ArchiveWorkFileStatus.

data division.
file section.
fd SeasonControlFile.
01 SeasonControlRecord.
    02 SCT-SeasonId pic x(10).
    02 filler pic x(01).
    02 SCT-SeasonName pic x(30).
    02 filler pic x(01).
    02 SCT-FromDate pic x(08).
    02 SCT-FromDateNum redefines SCT-FromDate pic 9(08).
    02 filler pic x(01).
    02 SCT-ToDate pic x(08).
    02 SCT-ToDateNum redefines SCT-ToDate pic 9(08).
fd SeasonRewardFile.
01 SeasonRewardRecord.
    02 SRW-Rank pic x(03).
    02 SRW-RankNum redefines SRW-Rank pic 9(03).
    02 filler pic x(01).
    02 SRW-GoldAmount pic x(05).
    02 SRW-GoldAmountNum redefines SRW-GoldAmount pic 9(05).
    02 filler pic x(01).
    02 SRW-ItemCode pic x(10).
    02 filler pic x(01).
    02 SRW-ItemQuantity pic x(05).
    02 SRW-ItemQuantityNum redefines SRW-ItemQuantity pic 9(05).
fd SeasonHistoryFile.
copy "SEASONHISTREC.cpy".
fd LeaderboardFile.
copy "LEADERREC.cpy".
fd PlayerSaveFile.
copy "PLAYERSAV.cpy".
fd InventoryFile.
copy "INVREC.cpy".
fd ItemMasterFile.
copy "ITEMREC.cpy".
fd ZoneProgressFile.
copy "ZONEREC.cpy".
fd SessionLockFile.
copy "LOCKREC.cpy".
fd GoldLedgerFile.
copy "GOLDLOGREC.cpy".
fd AuditTrailFile.
copy "AUDITREC.cpy".
fd PlayerArchiveFile.
copy "PLAYARCHREC.cpy".
fd ArchiveWorkFile.
01 ArchiveWorkRecord pic x(318).

working-storage section.
01 SeasonControlFileStatus pic xx value "00".
    88 SeasonControlFileOk value "00".
01 SeasonRewardFileStatus pic xx value "00".
    88 SeasonRewardFileOk value "00".
    88 SeasonRewardFileEnd value "10".
01 SeasonHistoryFileStatus pic xx value "00".
    88 SeasonHistoryFileOk value "00".
    88 SeasonHistoryFileEnd value "10".
    88 SeasonHistoryFileMissing value "35".
01 LeaderboardFileStatus pic xx value "00".
    88 LeaderboardFileOk value "00".
    88 LeaderboardFileEnd value "10".
01 PlayerFileStatus pic xx value "00".
    88 PlayerFileOk value "00".
01 InventoryFileStatus pic xx value "00".
    88 InventoryFileOk value "00".
    88 InventoryFileMissing value "35".
01 ItemFileStatus pic xx value "00".
    88 ItemFileOk value "00".
01 ZoneProgressFileStatus pic xx value "00".
    88 ZoneProgressFileOk value "00".
    88 ZoneProgressFileEnd value "10".
01 SessionLockFileStatus pic xx value "00".
    88 SessionLockFileOk value "00".
01 GoldLedgerFileStatus pic xx value "00".
    88 GoldLedgerFileOk value "00".
01 AuditTrailFileStatus pic xx value "00".
    88 AuditTrailFileOk value "00".
01 PlayerArchiveFileStatus pic xx value "00".
    88 PlayerArchiveFileOk value "00".
    88 PlayerArchiveFileEnd value "10".
01 ArchiveWorkFileStatus pic xx value "00".
    88 ArchiveWorkFileOk value "00".
    88 ArchiveWorkFileEnd value "10".

01 ItemMasterAvailableFlag pic x value "N".
    88 ItemMasterAvailable value "Y".
01 ResumeRolloverFlag pic x value "N".
    88 ResumeRollover value "Y".
01 RowsDoneFlag pic x value "N".
    88 RowsDone value "Y".

01 SeasonId pic x(10) value spaces.
01 SeasonName pic x(30) value spaces.
01 FromDate pic 9(08) value 0.
01 ToDate pic 9(08) value 0.
01 RunDate pic 9(08) value 0.
01 RunId pic x(26) value spaces.
01 SessionDate pic x(08) value spaces.

01 RewardTable.
    02 RewardCount pic 9(03) value 0.
    02 RewardEntry occurs 50 times.
        03 RWT-Rank pic 9(03).
        03 RWT-GoldAmount pic 9(05).
        03 RWT-ItemCode pic x(10).
        03 RWT-ItemQuantity pic 9(05).
01 RewardIndex pic 9(03) value 0.
01 RewardFoundIndex pic 9(03) value 0.

01 StandingTable.
    02 StandingCount pic 9(05) value 0.
    02 StandingEntry occurs 2000 times.
        03 STD-PlayerName pic x(100).
        03 STD-BestScore pic S999.
        03 STD-SessionCount pic 9(05).
        03 STD-BestSessionId pic x(26).
01 StandingTableOverflowFlag pic x value "N".
    88 StandingTableOverflow value "Y".
01 StandingIndex pic 9(05) value 0.
01 StandingFoundIndex pic 9(05) value 0.

01 SortWorkArea.
    02 SortSwapped pic x value "N".
        88 SwapHappened value "Y".
    02 SortInnerIdx pic 9(05).
    02 SortHoldEntry pic x(134).

01 GoldBalanceBefore pic 9(05) value 0.
01 GoldCredited pic 9(05) value 0.
01 AuditGoldText pic 9(05) value 0.
01 AuditQuantityText pic 9(05) value 0.
01 AuditRankText pic 9(05) value 0.

01 SessionsInWindow pic 9(07) value 0.
01 BadRewardLineCount pic 9(05) value 0.
01 PaidCount pic 9(05) value 0.
01 ForfeitCount pic 9(05) value 0.
01 ZoneRowsCleared pic 9(07) value 0.
01 ArchivedZoneRowsDropped pic 9(07) value 0.
01 ArchivedPlayerFlag pic x value "N".
    88 ArchivedPlayerFound value "Y".
*> Rewards of archived winners, paid while PLAYARCH is rewritten.
01 ArchivePayTable.
    02 ArchivePayCount pic 9(03) value 0.
    02 ArchivePayEntry occurs 50 times.
        03 APY-Rank pic 9(05).
        03 APY-PlayerName pic x(100).
        03 APY-RewardGold pic 9(05).
        03 APY-RewardItemCode pic x(10).
        03 APY-RewardQuantity pic 9(05).
        03 APY-ArchivedDate pic 9(08).
        03 APY-BalanceBefore pic 9(05).
        03 APY-BalanceAfter pic 9(05).
        03 APY-PlayerDoneFlag pic x.
        03 APY-ItemDoneFlag pic x.
01 ArchivePayIndex pic 9(03) value 0.
01 ArchivePayFoundIndex pic 9(03) value 0.
01 ArchivePaidCount pic 9(05) value 0.
01 StaleStandingRowsDropped pic 9(05) value 0.
01 WarningFlag pic x value "N".
    88 WarningRaised value "Y".

procedure division.
move 0 to return-code.
display "================ Season Rollover ================".
move function current-date(1:8) to RunDate.
open input SeasonControlFile.
if SeasonControlFileOk then
    read SeasonControlFile
    if SeasonControlFileOk then
        move SCT-SeasonId to SeasonId
        move SCT-SeasonName to SeasonName
        if SCT-FromDate not = spaces and SCT-FromDateNum is numeric then
            move SCT-FromDateNum to FromDate
        end-if
        move RunDate to ToDate
        if SCT-ToDate not = spaces and SCT-ToDateNum is numeric then
            move SCT-ToDateNum to ToDate
        end-if
    end-if
    close SeasonControlFile
end-if
if SeasonId = spaces then
    display "No season named -- put the season id and name in SEASONCTL."
    move 8 to return-code
    goback
end-if
if SeasonName = spaces then
    move SeasonId to SeasonName
end-if
display "Season " function trim(SeasonId) " (" function trim(SeasonName) "), sessions " FromDate " to " ToDate

open input SessionLockFile.
if SessionLockFileOk then
    move low-values to LCK-PlayerName
    start SessionLockFile key is not less than LCK-PlayerName
    if SessionLockFileOk then
        read SessionLockFile next record
        if SessionLockFileOk then
            display "REFUSED: " function trim(LCK-PlayerName) " holds a session lock (session " LCK-SessionId ")."
            display "Let every session finish, or clear orphaned locks with SessionLockClear, then rerun."
            close SessionLockFile
            move 8 to return-code
            goback
        end-if
    end-if
    close SessionLockFile
end-if

open i-o SeasonHistoryFile.
if SeasonHistoryFileMissing then
    open output SeasonHistoryFile
    close SeasonHistoryFile
    open i-o SeasonHistoryFile
end-if
if not SeasonHistoryFileOk then
    display "Unable to open SEASONHIST, file status " SeasonHistoryFileStatus
    move 8 to return-code
    goback
end-if
move SeasonId to SHS-SeasonId
move 0 to SHS-Rank
read SeasonHistoryFile key is SHS-Key
if SeasonHistoryFileOk then
    if SHS-SeasonClosed then
        display "REFUSED: season " function trim(SeasonId) " was already rolled over on " SHS-RolledDate "."
        close SeasonHistoryFile
        move 8 to return-code
        goback
    end-if
    set ResumeRollover to true
    display "Resuming the unfinished rollover of season " function trim(SeasonId) "."
end-if

open i-o PlayerSaveFile.
if not PlayerFileOk then
    display "Unable to open PLAYERMST, file status " PlayerFileStatus
    close SeasonHistoryFile
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
    close SeasonHistoryFile
    close PlayerSaveFile
    move 8 to return-code
    goback
end-if
open input ItemMasterFile.
if ItemFileOk then
    set ItemMasterAvailable to true
end-if
open extend GoldLedgerFile.
if not GoldLedgerFileOk then
    open output GoldLedgerFile
end-if
open extend AuditTrailFile.
if not AuditTrailFileOk then
    open output AuditTrailFile
end-if
move function current-date to RunId
display "Rollover run id " RunId

if not ResumeRollover then
    perform LoadRewardTable
    perform RankSeasonStandings
end-if
perform PaySeasonRewards
perform ResetZoneProgress
perform RewritePlayerArchive

move SeasonId to SHS-SeasonId
move 0 to SHS-Rank
read SeasonHistoryFile key is SHS-Key
if SeasonHistoryFileOk then
    set SHS-SeasonClosed to true
    move RunDate to SHS-RolledDate
    rewrite SeasonHistoryRecord
end-if

close SeasonHistoryFile.
close PlayerSaveFile.
close InventoryFile.
if ItemMasterAvailable then
    close ItemMasterFile
end-if
close GoldLedgerFile.
close AuditTrailFile.
display "-------------------------------------------------".
display "Rewards paid " PaidCount " (" ArchivePaidCount " on PLAYARCH), forfeited (player gone) " ForfeitCount "; ZONEPROG rows cleared " ZoneRowsCleared ", archived ZONEPROG rows dropped " ArchivedZoneRowsDropped "."
display "Season " function trim(SeasonId) " closed."
display "=================================================".
if WarningRaised or ForfeitCount > 0 then
    move 4 to return-code
end-if
goback.

LoadRewardTable.
       open input SeasonRewardFile
       if not SeasonRewardFileOk then
           display "No SEASONRWD (status " SeasonRewardFileStatus ") -- podium paid 500, 250 and 100 gold."
           move 3 to RewardCount
           move 1 to RWT-Rank(1)
           move 500 to RWT-GoldAmount(1)
           move 2 to RWT-Rank(2)
           move 250 to RWT-GoldAmount(2)
           move 3 to RWT-Rank(3)
           move 100 to RWT-GoldAmount(3)
           perform ClearRewardItem
               varying RewardIndex from 1 by 1
               until RewardIndex > 3
           exit paragraph
       end-if
       perform LoadNextReward until SeasonRewardFileEnd
       close SeasonRewardFile
       if BadRewardLineCount > 0 then
           display BadRewardLineCount " SEASONRWD line(s) skipped."
           set WarningRaised to true
       end-if.

ClearRewardItem.
       move spaces to RWT-ItemCode(RewardIndex)
       move 0 to RWT-ItemQuantity(RewardIndex).

LoadNextReward.
       read SeasonRewardFile
       if not SeasonRewardFileOk then
           exit paragraph
       end-if
       if SRW-RankNum not numeric or SRW-RankNum = 0
           or SRW-GoldAmountNum not numeric
           or (SRW-ItemCode not = spaces and SRW-ItemQuantityNum not numeric) then
           display "Skipped SEASONRWD line '" SeasonRewardRecord "' -- bad rank, gold or quantity."
           add 1 to BadRewardLineCount
           exit paragraph
       end-if
       if SRW-ItemCode not = spaces then
           move "N" to ItemFileStatus
           if ItemMasterAvailable then
               move SRW-ItemCode to ITM-ItemCode
               read ItemMasterFile key is ITM-ItemCode
           end-if
           if not ItemFileOk then
               display "Skipped SEASONRWD rank " SRW-Rank " -- item " function trim(SRW-ItemCode) " is not on ITEMMST."
               add 1 to BadRewardLineCount
               exit paragraph
           end-if
       end-if
       if RewardCount >= 50 then
           display "Skipped SEASONRWD rank " SRW-Rank " -- more than 50 reward lines."
           add 1 to BadRewardLineCount
           exit paragraph
       end-if
       add 1 to RewardCount
       move SRW-RankNum to RWT-Rank(RewardCount)
       move SRW-GoldAmountNum to RWT-GoldAmount(RewardCount)
       move SRW-ItemCode to RWT-ItemCode(RewardCount)
       move 0 to RWT-ItemQuantity(RewardCount)
       if SRW-ItemCode not = spaces then
           move SRW-ItemQuantityNum to RWT-ItemQuantity(RewardCount)
       end-if.

RankSeasonStandings.
       open input LeaderboardFile
       if LeaderboardFileOk then
           perform LoadNextSession until LeaderboardFileEnd
           close LeaderboardFile
       else
           display "No leaderboard transactions found (LEADERTXN status " LeaderboardFileStatus ")."
       end-if
       if StandingTableOverflow then
           display "More than 2000 players in the season -- later players were not ranked."
           set WarningRaised to true
       end-if
       if StandingCount = 0 then
           display "No sessions in the season window -- standings are empty."
           set WarningRaised to true
       end-if
       display SessionsInWindow " session(s) from " StandingCount " player(s) in the season window."
       move "Y" to SortSwapped
       perform SortOnePass until not SwapHappened
       perform DropStaleStandingRows
       display "Final standings:"
       perform WriteStandingRow
           varying StandingIndex from 1 by 1
           until StandingIndex > StandingCount
*> The season row goes last: until it is on file a rerun ranks again.
       move spaces to SeasonHistoryRecord
       move SeasonId to SHS-SeasonId
       move 0 to SHS-Rank
       move SeasonName to SHS-SeasonName
       move FromDate to SHS-FromDate
       move ToDate to SHS-ToDate
       set SHS-SeasonOpen to true
       move 0 to SHS-RolledDate
       move StandingCount to SHS-PlayerCount
       move 0 to SHS-BestScore
       move 0 to SHS-SessionCount
       move 0 to SHS-RewardGold
       move 0 to SHS-RewardQuantity
       write SeasonHistoryRecord.

DropStaleStandingRows.
*> Rows left by a run that stopped before writing the season row are
*> ranked again from the current LEADERTXN, so they are cleared first.
       move "N" to RowsDoneFlag
       move SeasonId to SHS-SeasonId
       move 1 to SHS-Rank
       start SeasonHistoryFile key is not less than SHS-Key
       if SeasonHistoryFileOk then
           perform DropNextStaleStandingRow until RowsDone
       end-if
       if StaleStandingRowsDropped > 0 then
           display StaleStandingRowsDropped " standings row(s) of an unfinished ranking cleared."
       end-if.

DropNextStaleStandingRow.
       read SeasonHistoryFile next record
       if not SeasonHistoryFileOk or SHS-SeasonId not = SeasonId then
           set RowsDone to true
       else
           delete SeasonHistoryFile record
           add 1 to StaleStandingRowsDropped
       end-if.

LoadNextSession.
       read LeaderboardFile
       if not LeaderboardFileOk then
           exit paragraph
       end-if
       move LB-SessionId(1:8) to SessionDate
       if SessionDate < FromDate or SessionDate > ToDate then
           exit paragraph
       end-if
       add 1 to SessionsInWindow
       move 0 to StandingFoundIndex
       perform FindStandingEntry
           varying StandingIndex from 1 by 1
           until StandingIndex > StandingCount or StandingFoundIndex > 0
       if StandingFoundIndex = 0 then
           if StandingCount >= 2000 then
               set StandingTableOverflow to true
               exit paragraph
           end-if
           add 1 to StandingCount
           move StandingCount to StandingFoundIndex
           move LB-PlayerName to STD-PlayerName(StandingFoundIndex)
           move LB-PlayerScore to STD-BestScore(StandingFoundIndex)
           move 0 to STD-SessionCount(StandingFoundIndex)
           move LB-SessionId to STD-BestSessionId(StandingFoundIndex)
       end-if
       add 1 to STD-SessionCount(StandingFoundIndex)
       if LB-PlayerScore > STD-BestScore(StandingFoundIndex) then
           move LB-PlayerScore to STD-BestScore(StandingFoundIndex)
           move LB-SessionId to STD-BestSessionId(StandingFoundIndex)
       end-if.

FindStandingEntry.
       if STD-PlayerName(StandingIndex) = LB-PlayerName then
           move StandingIndex to StandingFoundIndex
       end-if.

SortOnePass.
*> Best score first; on a tie the player whose best session came first
*> (the earlier session id stamp) ranks higher.
       move "N" to SortSwapped
       perform CompareAdjacentStandings
           varying SortInnerIdx from 1 by 1
           until SortInnerIdx > StandingCount - 1.

CompareAdjacentStandings.
       if STD-BestScore(SortInnerIdx) < STD-BestScore(SortInnerIdx + 1)
           or (STD-BestScore(SortInnerIdx) = STD-BestScore(SortInnerIdx + 1)
               and STD-BestSessionId(SortInnerIdx) > STD-BestSessionId(SortInnerIdx + 1)) then
           move StandingEntry(SortInnerIdx) to SortHoldEntry
           move StandingEntry(SortInnerIdx + 1) to StandingEntry(SortInnerIdx)
           move SortHoldEntry to StandingEntry(SortInnerIdx + 1)
           set SwapHappened to true
       end-if.

WriteStandingRow.
       move spaces to SeasonHistoryRecord
       move SeasonId to SHS-SeasonId
       move StandingIndex to SHS-Rank
       move SeasonName to SHS-SeasonName
       move FromDate to SHS-FromDate
       move ToDate to SHS-ToDate
       move 0 to SHS-RolledDate
       move 0 to SHS-PlayerCount
       move STD-PlayerName(StandingIndex) to SHS-PlayerName
       move STD-BestScore(StandingIndex) to SHS-BestScore
       move STD-SessionCount(StandingIndex) to SHS-SessionCount
       move STD-BestSessionId(StandingIndex) to SHS-BestSessionId
       move 0 to SHS-RewardGold
       move spaces to SHS-RewardItemCode
       move 0 to SHS-RewardQuantity
       move 0 to RewardFoundIndex
       perform FindRankReward
           varying RewardIndex from 1 by 1
           until RewardIndex > RewardCount or RewardFoundIndex > 0
       if RewardFoundIndex > 0 then
           move RWT-GoldAmount(RewardFoundIndex) to SHS-RewardGold
           move RWT-ItemCode(RewardFoundIndex) to SHS-RewardItemCode
           move RWT-ItemQuantity(RewardFoundIndex) to SHS-RewardQuantity
           if SHS-RewardGold > 0 or (SHS-RewardItemCode not = spaces and SHS-RewardQuantity > 0) then
               set SHS-RewardPending to true
           end-if
       end-if
       write SeasonHistoryRecord
       display "  " StandingIndex ") " function trim(STD-PlayerName(StandingIndex)) " - best " STD-BestScore(StandingIndex) " over " STD-SessionCount(StandingIndex) " session(s)".

FindRankReward.
       if RWT-Rank(RewardIndex) = StandingIndex then
           move RewardIndex to RewardFoundIndex
       end-if.

PaySeasonRewards.
       move "N" to RowsDoneFlag
       move SeasonId to SHS-SeasonId
       move 1 to SHS-Rank
       start SeasonHistoryFile key is not less than SHS-Key
       if SeasonHistoryFileOk then
           perform PayNextReward until RowsDone
       end-if.

PayNextReward.
       read SeasonHistoryFile next record
       if not SeasonHistoryFileOk or SHS-SeasonId not = SeasonId then
           set RowsDone to true
           exit paragraph
       end-if
       if not SHS-RewardPending then
           exit paragraph
       end-if
       move SHS-PlayerName to SAV-PlayerName
       read PlayerSaveFile key is SAV-PlayerName
       if not PlayerFileOk then
           perform FindArchivedPlayer
           if ArchivedPlayerFound and ArchivePayCount < 50 then
               add 1 to ArchivePayCount
               move SHS-Rank to APY-Rank(ArchivePayCount)
               move SHS-PlayerName to APY-PlayerName(ArchivePayCount)
               move SHS-RewardGold to APY-RewardGold(ArchivePayCount)
               move SHS-RewardItemCode to APY-RewardItemCode(ArchivePayCount)
               move SHS-RewardQuantity to APY-RewardQuantity(ArchivePayCount)
               move 0 to APY-ArchivedDate(ArchivePayCount)
               move 0 to APY-BalanceBefore(ArchivePayCount)
               move 0 to APY-BalanceAfter(ArchivePayCount)
               move "N" to APY-PlayerDoneFlag(ArchivePayCount)
               move "N" to APY-ItemDoneFlag(ArchivePayCount)
               if SHS-RewardItemCode = spaces or SHS-RewardQuantity = 0 then
                   move "Y" to APY-ItemDoneFlag(ArchivePayCount)
               end-if
               display "ARCHIVED rank " SHS-Rank " " function trim(SHS-PlayerName) " -- paid on PLAYARCH"
               exit paragraph
           end-if
           if ArchivedPlayerFound then
               display "Rank " SHS-Rank " " function trim(SHS-PlayerName) " -- too many archived winners, reward left pending"
               set WarningRaised to true
               exit paragraph
           end-if
           set SHS-RewardForfeit to true
           rewrite SeasonHistoryRecord
           add 1 to ForfeitCount
           display "FORFEIT rank " SHS-Rank " " function trim(SHS-PlayerName) " -- on neither PLAYERMST nor PLAYARCH"
           exit paragraph
       end-if
       move SAV-PlayerGold to GoldBalanceBefore
       if SAV-PlayerGold + SHS-RewardGold > 99999 then
           move 99999 to SAV-PlayerGold
       else
           add SHS-RewardGold to SAV-PlayerGold
       end-if
       compute GoldCredited = SAV-PlayerGold - GoldBalanceBefore
       rewrite PlayerSaveRecord
       if GoldCredited > 0 then
           perform LogRewardGold
       end-if
       if SHS-RewardItemCode not = spaces and SHS-RewardQuantity > 0 then
           move SHS-PlayerName to INV-PlayerName
           move SHS-RewardItemCode to INV-ItemCode
           read InventoryFile key is INV-Key
           if InventoryFileOk then
               if INV-Quantity + SHS-RewardQuantity > 99999 then
                   move 99999 to INV-Quantity
               else
                   add SHS-RewardQuantity to INV-Quantity
               end-if
               rewrite InventoryRecord
           else
               move SHS-PlayerName to INV-PlayerName
               move SHS-RewardItemCode to INV-ItemCode
               move SHS-RewardQuantity to INV-Quantity
               write InventoryRecord
           end-if
       end-if
       perform LogRewardAudit
       set SHS-RewardPaid to true
       rewrite SeasonHistoryRecord
       add 1 to PaidCount
       display "PAID rank " SHS-Rank " " function trim(SHS-PlayerName) " gold +" GoldCredited " " function trim(SHS-RewardItemCode).

LogRewardGold.
       move function current-date to GLD-Timestamp
       move RunId to GLD-SessionId
       move SHS-PlayerName to GLD-PlayerName
       move "SEAS" to GLD-ReasonCode
       move SeasonId to GLD-ReferenceKey
       move "+" to GLD-AmountSign
       move GoldCredited to GLD-Amount
       move GoldBalanceBefore to GLD-BalanceBefore
       move SAV-PlayerGold to GLD-BalanceAfter
       write GoldLedgerRecord.

LogRewardAudit.
       move function current-date to AUD-Timestamp
       move RunId to AUD-SessionId
       move SHS-PlayerName to AUD-PlayerName
       move "SEASONREWARD" to AUD-ParagraphName
       move SHS-Rank to AuditRankText
       move GoldCredited to AuditGoldText
       move SHS-RewardQuantity to AuditQuantityText
       move spaces to AUD-RawValue
       if SHS-RewardItemCode = spaces then
           string "season " delimited by size
               function trim(SeasonId) delimited by size
               " rank " delimited by size
               AuditRankText delimited by size
               " gold +" delimited by size
               AuditGoldText delimited by size
               into AUD-RawValue
       else
           string "season " delimited by size
               function trim(SeasonId) delimited by size
               " rank " delimited by size
               AuditRankText delimited by size
               " gold +" delimited by size
               AuditGoldText delimited by size
               " item " delimited by size
               function trim(SHS-RewardItemCode) delimited by size
               " x" delimited by size
               AuditQuantityText delimited by size
               into AUD-RawValue
       end-if
       write AuditTrailRecord.

ResetZoneProgress.
*> Every zone of every player starts the new season uncleared: the
*> progress rows are removed and the game recreates them on the next
*> visit, as it does for a new player.
       open i-o ZoneProgressFile
       if not ZoneProgressFileOk then
           display "No ZONEPROG on file (status " ZoneProgressFileStatus ") -- nothing to reset."
           exit paragraph
       end-if
       move low-values to ZPR-Key
       start ZoneProgressFile key is not less than ZPR-Key
       if ZoneProgressFileOk then
           perform ClearNextZoneRow until ZoneProgressFileEnd
       end-if
       close ZoneProgressFile.

ClearNextZoneRow.
       read ZoneProgressFile next record
       if ZoneProgressFileOk then
           delete ZoneProgressFile record
           add 1 to ZoneRowsCleared
       end-if.

FindArchivedPlayer.
       move "N" to ArchivedPlayerFlag
       open input PlayerArchiveFile
       if PlayerArchiveFileOk then
           perform CheckNextArchivedPlayer until PlayerArchiveFileEnd or ArchivedPlayerFound
           close PlayerArchiveFile
       end-if.

CheckNextArchivedPlayer.
       read PlayerArchiveFile
       if not PlayerArchiveFileOk then
           move "10" to PlayerArchiveFileStatus
           exit paragraph
       end-if
       if ARC-PlayerRow and ARC-PlayerName = SHS-PlayerName then
           set ArchivedPlayerFound to true
       end-if.

RewritePlayerArchive.
*> PLAYARCH keeps the ZONEPROG rows of archived players for restore;
*> they are left out of the rewritten archive so a player restored
*> after the rollover does not bring last season's zones back. The
*> rewards of archived winners are credited to their archived rows on
*> the way through, and only marked paid once PLAYARCH is back.
       open input PlayerArchiveFile
       if not PlayerArchiveFileOk then
           exit paragraph
       end-if
       open output ArchiveWorkFile
       perform StageNextArchiveRow until PlayerArchiveFileEnd
       perform AddArchivedRewardItem
           varying ArchivePayIndex from 1 by 1
           until ArchivePayIndex > ArchivePayCount
       close PlayerArchiveFile
       close ArchiveWorkFile
       if ArchivedZoneRowsDropped > 0 or ArchivePayCount > 0 then
           open input ArchiveWorkFile
           open output PlayerArchiveFile
           perform CopyNextArchiveRow until ArchiveWorkFileEnd
           close ArchiveWorkFile
           close PlayerArchiveFile
       end-if
       perform FinishArchivedReward
           varying ArchivePayIndex from 1 by 1
           until ArchivePayIndex > ArchivePayCount.

StageNextArchiveRow.
       read PlayerArchiveFile
       if not PlayerArchiveFileOk then
           move "10" to PlayerArchiveFileStatus
           exit paragraph
       end-if
       if ARC-ZoneProgressRow then
           add 1 to ArchivedZoneRowsDropped
           exit paragraph
       end-if
       move 0 to ArchivePayFoundIndex
       perform FindArchivePayEntry
           varying ArchivePayIndex from 1 by 1
           until ArchivePayIndex > ArchivePayCount or ArchivePayFoundIndex > 0
       if ArchivePayFoundIndex > 0 then
           if ARC-PlayerRow then
               perform CreditArchivedGold
           end-if
           if ARC-InventoryRow then
               perform CreditArchivedItem
           end-if
       end-if
       write ArchiveWorkRecord from PlayerArchiveRecord.

FindArchivePayEntry.
       if APY-PlayerName(ArchivePayIndex) = ARC-PlayerName then
           move ArchivePayIndex to ArchivePayFoundIndex
       end-if.

CreditArchivedGold.
       if APY-PlayerDoneFlag(ArchivePayFoundIndex) = "Y" then
           exit paragraph
       end-if
       move ARC-RecordImage to PlayerSaveRecord
       move SAV-PlayerGold to APY-BalanceBefore(ArchivePayFoundIndex)
       if SAV-PlayerGold + APY-RewardGold(ArchivePayFoundIndex) > 99999 then
           move 99999 to SAV-PlayerGold
       else
           add APY-RewardGold(ArchivePayFoundIndex) to SAV-PlayerGold
       end-if
       move SAV-PlayerGold to APY-BalanceAfter(ArchivePayFoundIndex)
       move ARC-ArchivedDate to APY-ArchivedDate(ArchivePayFoundIndex)
       move PlayerSaveRecord to ARC-RecordImage
       move "Y" to APY-PlayerDoneFlag(ArchivePayFoundIndex).

CreditArchivedItem.
       move ARC-RecordImage to InventoryRecord
       if APY-ItemDoneFlag(ArchivePayFoundIndex) = "Y"
           or INV-ItemCode not = APY-RewardItemCode(ArchivePayFoundIndex) then
           exit paragraph
       end-if
       if INV-Quantity + APY-RewardQuantity(ArchivePayFoundIndex) > 99999 then
           move 99999 to INV-Quantity
       else
           add APY-RewardQuantity(ArchivePayFoundIndex) to INV-Quantity
       end-if
       move InventoryRecord to ARC-RecordImage
       move "Y" to APY-ItemDoneFlag(ArchivePayFoundIndex).

AddArchivedRewardItem.
*> A reward item the archived player did not already hold becomes a new
*> archived INVMST row, restored with the rest of the player.
       if APY-ItemDoneFlag(ArchivePayIndex) = "Y"
           or APY-PlayerDoneFlag(ArchivePayIndex) not = "Y" then
           exit paragraph
       end-if
       move spaces to InventoryRecord
       move APY-PlayerName(ArchivePayIndex) to INV-PlayerName
       move APY-RewardItemCode(ArchivePayIndex) to INV-ItemCode
       move APY-RewardQuantity(ArchivePayIndex) to INV-Quantity
       move spaces to PlayerArchiveRecord
       set ARC-InventoryRow to true
       move APY-PlayerName(ArchivePayIndex) to ARC-PlayerName
       move APY-ArchivedDate(ArchivePayIndex) to ARC-ArchivedDate
       move InventoryRecord to ARC-RecordImage
       write ArchiveWorkRecord from PlayerArchiveRecord
       move "Y" to APY-ItemDoneFlag(ArchivePayIndex).

FinishArchivedReward.
       if APY-PlayerDoneFlag(ArchivePayIndex) not = "Y" then
           display "Rank " APY-Rank(ArchivePayIndex) " " function trim(APY-PlayerName(ArchivePayIndex)) " -- no PLAYARCH player row, reward left pending"
           set WarningRaised to true
           exit paragraph
       end-if
       move SeasonId to SHS-SeasonId
       move APY-Rank(ArchivePayIndex) to SHS-Rank
       read SeasonHistoryFile key is SHS-Key
       if not SeasonHistoryFileOk then
           exit paragraph
       end-if
       move APY-BalanceBefore(ArchivePayIndex) to GoldBalanceBefore
       move APY-BalanceAfter(ArchivePayIndex) to SAV-PlayerGold
       compute GoldCredited = SAV-PlayerGold - GoldBalanceBefore
       if GoldCredited > 0 then
           perform LogRewardGold
       end-if
       perform LogRewardAudit
       set SHS-RewardPaid to true
       rewrite SeasonHistoryRecord
       add 1 to PaidCount
       add 1 to ArchivePaidCount
       display "PAID rank " SHS-Rank " " function trim(SHS-PlayerName) " gold +" GoldCredited " " function trim(SHS-RewardItemCode) " (on PLAYARCH)".

CopyNextArchiveRow.
       read ArchiveWorkFile
       if ArchiveWorkFileOk then
           write PlayerArchiveRecord from ArchiveWorkRecord
       end-if.
