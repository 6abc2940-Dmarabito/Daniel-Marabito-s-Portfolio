>>source format free
identification division.
program-id. AchievementAward.
author. Daniel Marabito.

*> Nightly achievement award batch. Every ACHVMST badge is a rule type
*> plus a threshold (see ACHVREC.cpy); each PLAYERMST player is
*> measured against every rule -- zones cleared on ZONEPROG, quests
*> completed on QUESTPRG, distinct RAMENMST SKUs eaten per RAMENLOG,
*> SAV-PlayerLevel, and best LEADERTXN session score -- and every badge
*> newly earned is written to ACHVPRG with the seen flag off, so the
*> game announces it the next time the player returns. Badges already
*> on ACHVPRG are never re-awarded or revoked. With no ACHVMST on hand
*> the starter badges are seeded, the way the game seeds its other
*> masters. Missing ZONEPROG, QUESTPRG, RAMENMST, RAMENLOG or LEADERTXN
*> files simply count as nothing achieved there.
*> RETURN-CODE: 0 run complete, 4 no players on file, 8 when ACHVMST or
*> ACHVPRG cannot be opened.

environment division.
input-output section.
file-control.
    select AchievementMasterFile assign to "ACHVMST"
        organization is indexed
        access mode is dynamic
        record key is ACH-AchievementCode
        file status is AchievementFileStatus.
    select AchievementProgressFile assign to "ACHVPRG"
        organization is indexed
        access mode is dynamic
        record key is ACP-Key
        file status is AchievementProgressFileStatus.
    select PlayerSaveFile assign to "PLAYERMST"
        organization is indexed
        access mode is dynamic
        record key is SAV-PlayerName
        file status is PlayerFileStatus.
    select ZoneProgressFile assign to "ZONEPROG"
        organization is indexed
        access mode is dynamic
        record key is ZPR-Key
        file status is ZoneProgressFileStatus.
    select QuestProgressFile assign to "QUESTPRG"
        organization is indexed
        access mode is dynamic
        record key is QPR-Key
        file status is QuestProgressFileStatus.
    select RamenMasterFile assign to "RAMENMST"
        organization is indexed
        access mode is dynamic
        record key is RMN-ProductCode
        file status is RamenFileStatus.
    select RamenLogFile assign to "RAMENLOG"
        organization is line sequential
        file status is RamenLogFileStatus.
    select LeaderboardFile assign to "LEADERTXN"
        organization is line sequential
        file status is LeaderboardFileStatus.

data division.
file section.
fd AchievementMasterFile.
copy "ACHVREC.cpy".
fd AchievementProgressFile.
copy "ACHVPRGREC.cpy".
fd PlayerSaveFile.
copy "PLAYERSAV.cpy".
fd ZoneProgressFile.
copy "ZONEREC.cpy".
fd QuestProgressFile.
copy "QPROGREC.cpy".
fd RamenMasterFile.
copy "RAMENREC.cpy".
fd RamenLogFile.
copy "RAMENLOGREC.cpy".
fd LeaderboardFile.
copy "LEADERREC.cpy".

working-storage section.
01 AchievementFileStatus pic xx value "00".
    88 AchievementFileOk value "00".
    88 AchievementFileEnd value "10".
    88 AchievementFileMissing value "35".
01 AchievementProgressFileStatus pic xx value "00".
    88 AchievementProgressFileOk value "00".
    88 AchievementProgressFileMissing value "35".
01 PlayerFileStatus pic xx value "00".
    88 PlayerFileOk value "00".
    88 PlayerFileEnd value "10".
01 ZoneProgressFileStatus pic xx value "00".
    88 ZoneProgressFileOk value "00".
01 QuestProgressFileStatus pic xx value "00".
    88 QuestProgressFileOk value "00".
01 RamenFileStatus pic xx value "00".
    88 RamenFileOk value "00".
    88 RamenFileEnd value "10".
01 RamenLogFileStatus pic xx value "00".
    88 RamenLogFileOk value "00".
    88 RamenLogFileEnd value "10".
01 LeaderboardFileStatus pic xx value "00".
    88 LeaderboardFileOk value "00".
    88 LeaderboardFileEnd value "10".

01 ZoneProgressAvailableFlag pic x value "N".
    88 ZoneProgressAvailable value "Y".
01 QuestProgressAvailableFlag pic x value "N".
    88 QuestProgressAvailable value "Y".

01 AchievementTable.
    02 AchievementCount pic 9(03) value 0.
    02 AchievementEntry occurs 100 times.
        03 ACT-AchievementCode pic x(10).
        03 ACT-Title pic x(30).
        03 ACT-RuleType pic x(01).
        03 ACT-Threshold pic 9(05).

01 RamenSkuTable.
    02 RamenSkuCount pic 9(03) value 0.
    02 RamenSkuCode occurs 200 times pic x(10).

01 RamenEatenTable.
    02 RamenEatenCount pic 9(05) value 0.
    02 RamenEatenEntry occurs 5000 times.
        03 RET-PlayerName pic x(100).
        03 RET-ProductCode pic x(10).

01 BestScoreTable.
    02 BestScoreCount pic 9(05) value 0.
    02 BestScoreEntry occurs 1000 times.
        03 BST-PlayerName pic x(100).
        03 BST-BestScore pic s999.

01 PlayerZonesCleared pic 9(05) value 0.
01 PlayerQuestsCompleted pic 9(05) value 0.
01 PlayerRamenSkus pic 9(05) value 0.
01 PlayerBestScore pic s999 value 0.
01 PlayerHasSessionFlag pic x value "N".
    88 PlayerHasSession value "Y".
01 RuleType pic x value space.
    88 RuleZonesCleared value "Z".
    88 RuleQuestsCompleted value "Q".
    88 RuleRamenEaten value "R".
    88 RuleLevelReached value "L".
    88 RuleSessionScore value "S".
01 RuleThreshold pic 9(05) value 0.
01 RuleMetFlag pic x value "N".
    88 RuleMet value "Y".
01 RowsDoneFlag pic x value "N".
    88 RowsDone value "Y".
01 WorkFoundFlag pic x value "N".
    88 WorkEntryFound value "Y".
01 WorkFoundIndex pic 9(05) value 0.
01 SearchIndex pic 9(05) value 0.
01 AchievementIndex pic 9(03) value 0.
01 PlayerCount pic 9(05) value 0.
01 UnlockCount pic 9(05) value 0.
01 IgnoredRuleCount pic 9(03) value 0.
01 RunTimestamp pic x(26) value spaces.

procedure division.
move 0 to return-code.
display "============= Achievement Award =============".
move function current-date to RunTimestamp.
open i-o AchievementMasterFile.
if AchievementFileMissing then
    open output AchievementMasterFile
    perform SeedAchievementMaster
    close AchievementMasterFile
    open i-o AchievementMasterFile
    display "ACHVMST was not on file; the starter badges were seeded."
end-if
if not AchievementFileOk then
    display "Unable to open ACHVMST, file status " AchievementFileStatus
    move 8 to return-code
    goback
end-if
move low-values to ACH-AchievementCode.
start AchievementMasterFile key is not less than ACH-AchievementCode.
if AchievementFileOk then
    perform LoadNextAchievement until AchievementFileEnd
end-if
close AchievementMasterFile.
display AchievementCount " badge rule(s) loaded, " IgnoredRuleCount " ignored (unknown rule type).".

open i-o AchievementProgressFile.
if AchievementProgressFileMissing then
    open output AchievementProgressFile
    close AchievementProgressFile
    open i-o AchievementProgressFile
end-if
if not AchievementProgressFileOk then
    display "Unable to open ACHVPRG, file status " AchievementProgressFileStatus
    move 8 to return-code
    goback
end-if
open input PlayerSaveFile.
if not PlayerFileOk then
    display "No player saves found (PLAYERMST status " PlayerFileStatus ")."
    close AchievementProgressFile
    move 4 to return-code
    goback
end-if
open input ZoneProgressFile.
if ZoneProgressFileOk then
    set ZoneProgressAvailable to true
end-if
open input QuestProgressFile.
if QuestProgressFileOk then
    set QuestProgressAvailable to true
end-if
perform LoadRamenSkus.
perform LoadRamenEaten.
perform LoadBestScores.

move low-values to SAV-PlayerName.
start PlayerSaveFile key is not less than SAV-PlayerName.
if PlayerFileOk then
    perform EvaluateNextPlayer until PlayerFileEnd
end-if

close PlayerSaveFile.
close AchievementProgressFile.
if ZoneProgressAvailable then
    close ZoneProgressFile
end-if
if QuestProgressAvailable then
    close QuestProgressFile
end-if
display "---------------------------------------------".
display PlayerCount " player(s) evaluated, " UnlockCount " new unlock(s)."
display "=============================================".
goback.

LoadNextAchievement.
       read AchievementMasterFile next record
       if AchievementFileOk then
           if (ACH-RuleZonesCleared or ACH-RuleQuestsCompleted or ACH-RuleRamenEaten
               or ACH-RuleLevelReached or ACH-RuleSessionScore)
               and ACH-Threshold is numeric and AchievementCount < 100 then
               add 1 to AchievementCount
               move ACH-AchievementCode to ACT-AchievementCode(AchievementCount)
               move ACH-Title to ACT-Title(AchievementCount)
               move ACH-RuleType to ACT-RuleType(AchievementCount)
               move ACH-Threshold to ACT-Threshold(AchievementCount)
           else
               add 1 to IgnoredRuleCount
               display "Ignored badge " function trim(ACH-AchievementCode) " (rule type '" ACH-RuleType "')"
           end-if
       end-if.

LoadRamenSkus.
       open input RamenMasterFile
       if RamenFileOk then
           move low-values to RMN-ProductCode
           start RamenMasterFile key is not less than RMN-ProductCode
           if RamenFileOk then
               perform LoadNextRamenSku until RamenFileEnd
           end-if
           close RamenMasterFile
       end-if.

LoadNextRamenSku.
       read RamenMasterFile next record
       if RamenFileOk and RamenSkuCount < 200 then
           add 1 to RamenSkuCount
           move RMN-ProductCode to RamenSkuCode(RamenSkuCount)
       end-if.

LoadRamenEaten.
*> One entry per distinct player and current RAMENMST SKU served.
       open input RamenLogFile
       if RamenLogFileOk then
           perform LoadNextRamenServing until RamenLogFileEnd
           close RamenLogFile
       end-if.

LoadNextRamenServing.
       read RamenLogFile
       if RamenLogFileOk then
           move "N" to WorkFoundFlag
           perform MatchRamenSku
               varying SearchIndex from 1 by 1
               until SearchIndex > RamenSkuCount or WorkEntryFound
           if WorkEntryFound then
               move "N" to WorkFoundFlag
               perform MatchRamenEaten
                   varying SearchIndex from 1 by 1
                   until SearchIndex > RamenEatenCount or WorkEntryFound
               if not WorkEntryFound and RamenEatenCount < 5000 then
                   add 1 to RamenEatenCount
                   move RCL-PlayerName to RET-PlayerName(RamenEatenCount)
                   move RCL-ProductCode to RET-ProductCode(RamenEatenCount)
               end-if
           end-if
       end-if.

MatchRamenSku.
       if RamenSkuCode(SearchIndex) = RCL-ProductCode then
           set WorkEntryFound to true
       end-if.

MatchRamenEaten.
       if RET-PlayerName(SearchIndex) = RCL-PlayerName
           and RET-ProductCode(SearchIndex) = RCL-ProductCode then
           set WorkEntryFound to true
       end-if.

LoadBestScores.
       open input LeaderboardFile
       if LeaderboardFileOk then
           perform LoadNextSessionScore until LeaderboardFileEnd
           close LeaderboardFile
       end-if.

LoadNextSessionScore.
       read LeaderboardFile
       if LeaderboardFileOk then
           move "N" to WorkFoundFlag
           move 0 to WorkFoundIndex
           perform MatchBestScore
               varying SearchIndex from 1 by 1
               until SearchIndex > BestScoreCount or WorkEntryFound
           if not WorkEntryFound and BestScoreCount < 1000 then
               add 1 to BestScoreCount
               move BestScoreCount to WorkFoundIndex
               move LB-PlayerName to BST-PlayerName(WorkFoundIndex)
               move LB-PlayerScore to BST-BestScore(WorkFoundIndex)
               set WorkEntryFound to true
           end-if
           if WorkEntryFound and LB-PlayerScore > BST-BestScore(WorkFoundIndex) then
               move LB-PlayerScore to BST-BestScore(WorkFoundIndex)
           end-if
       end-if.

MatchBestScore.
       if BST-PlayerName(SearchIndex) = LB-PlayerName then
           set WorkEntryFound to true
           move SearchIndex to WorkFoundIndex
       end-if.

EvaluateNextPlayer.
       read PlayerSaveFile next record
       if PlayerFileOk then
           add 1 to PlayerCount
           perform MeasurePlayer
           perform EvaluateAchievement
               varying AchievementIndex from 1 by 1
               until AchievementIndex > AchievementCount
       end-if.

MeasurePlayer.
       move 0 to PlayerZonesCleared
       if ZoneProgressAvailable then
           move "N" to RowsDoneFlag
           move SAV-PlayerName to ZPR-PlayerName
           move low-values to ZPR-LocationName
           start ZoneProgressFile key is not less than ZPR-Key
           if ZoneProgressFileOk then
               perform CountNextZoneRow until RowsDone
           end-if
       end-if
       move 0 to PlayerQuestsCompleted
       if QuestProgressAvailable then
           move "N" to RowsDoneFlag
           move SAV-PlayerName to QPR-PlayerName
           move low-values to QPR-QuestKey
           start QuestProgressFile key is not less than QPR-Key
           if QuestProgressFileOk then
               perform CountNextQuestRow until RowsDone
           end-if
       end-if
       move 0 to PlayerRamenSkus
       perform CountRamenEaten
           varying SearchIndex from 1 by 1
           until SearchIndex > RamenEatenCount
       move "N" to PlayerHasSessionFlag
       move 0 to PlayerBestScore
       perform FindPlayerBestScore
           varying SearchIndex from 1 by 1
           until SearchIndex > BestScoreCount or PlayerHasSession.

CountNextZoneRow.
       read ZoneProgressFile next record
       if ZoneProgressFileOk and ZPR-PlayerName = SAV-PlayerName then
           if ZPR-ClearedFlag = "Y" then
               add 1 to PlayerZonesCleared
           end-if
       else
           set RowsDone to true
       end-if.

CountNextQuestRow.
       read QuestProgressFile next record
       if QuestProgressFileOk and QPR-PlayerName = SAV-PlayerName then
           if QPR-StatusFlag = "C" then
               add 1 to PlayerQuestsCompleted
           end-if
       else
           set RowsDone to true
       end-if.

CountRamenEaten.
       if RET-PlayerName(SearchIndex) = SAV-PlayerName then
           add 1 to PlayerRamenSkus
       end-if.

FindPlayerBestScore.
       if BST-PlayerName(SearchIndex) = SAV-PlayerName then
           set PlayerHasSession to true
           move BST-BestScore(SearchIndex) to PlayerBestScore
       end-if.

EvaluateAchievement.
       move "N" to RuleMetFlag
       move ACT-RuleType(AchievementIndex) to RuleType
       move ACT-Threshold(AchievementIndex) to RuleThreshold
       if RuleZonesCleared then
           if PlayerZonesCleared >= RuleThreshold then
               set RuleMet to true
           end-if
       else
       if RuleQuestsCompleted then
           if PlayerQuestsCompleted >= RuleThreshold then
               set RuleMet to true
           end-if
       else
       if RuleRamenEaten then
           if RuleThreshold = 0 then
               if RamenSkuCount > 0 and PlayerRamenSkus >= RamenSkuCount then
                   set RuleMet to true
               end-if
           else
               if PlayerRamenSkus >= RuleThreshold then
                   set RuleMet to true
               end-if
           end-if
       else
       if RuleLevelReached then
           if SAV-PlayerLevel >= RuleThreshold then
               set RuleMet to true
           end-if
       else
       if RuleSessionScore then
           if PlayerHasSession and PlayerBestScore > RuleThreshold then
               set RuleMet to true
           end-if
       end-if
       end-if
       end-if
       end-if
       end-if
       if RuleMet then
           move SAV-PlayerName to ACP-PlayerName
           move ACT-AchievementCode(AchievementIndex) to ACP-AchievementCode
           read AchievementProgressFile key is ACP-Key
           if not AchievementProgressFileOk then
               move SAV-PlayerName to ACP-PlayerName
               move ACT-AchievementCode(AchievementIndex) to ACP-AchievementCode
               move RunTimestamp to ACP-UnlockedTimestamp
               move "N" to ACP-SeenFlag
               write AchievementProgressRecord
               if AchievementProgressFileOk then
                   add 1 to UnlockCount
                   display "UNLOCK " function trim(SAV-PlayerName) ": " function trim(ACT-Title(AchievementIndex))
                       " (" function trim(ACT-AchievementCode(AchievementIndex)) ")"
               else
                   display "Unable to write ACHVPRG for " function trim(SAV-PlayerName) ", file status " AchievementProgressFileStatus
               end-if
           end-if
       end-if.

SeedAchievementMaster.
       move "ZONE001" to ACH-AchievementCode
       move "Trailblazer" to ACH-Title
       move "Clear your first zone." to ACH-Description
       move "Z" to ACH-RuleType
       move 1 to ACH-Threshold
       write AchievementRecord

       move "ZONE003" to ACH-AchievementCode
       move "Warden of the Wilds" to ACH-Title
       move "Clear three zones." to ACH-Description
       move "Z" to ACH-RuleType
       move 3 to ACH-Threshold
       write AchievementRecord

       move "QUEST001" to ACH-AchievementCode
       move "Errand Runner" to ACH-Title
       move "Complete your first quest." to ACH-Description
       move "Q" to ACH-RuleType
       move 1 to ACH-Threshold
       write AchievementRecord

       move "QUEST003" to ACH-AchievementCode
       move "The Man's Right Hand" to ACH-Title
       move "Complete three quests." to ACH-Description
       move "Q" to ACH-RuleType
       move 3 to ACH-Threshold
       write AchievementRecord

       move "RAMENALL" to ACH-AchievementCode
       move "Noodle Connoisseur" to ACH-Title
       move "Eat every ramen flavor on the menu." to ACH-Description
       move "R" to ACH-RuleType
       move 0 to ACH-Threshold
       write AchievementRecord

       move "LEVEL05" to ACH-AchievementCode
       move "Seasoned" to ACH-Title
       move "Reach level 5." to ACH-Description
       move "L" to ACH-RuleType
       move 5 to ACH-Threshold
       write AchievementRecord

       move "LEVEL10" to ACH-AchievementCode
       move "Veteran" to ACH-Title
       move "Reach level 10." to ACH-Description
       move "L" to ACH-RuleType
       move 10 to ACH-Threshold
       write AchievementRecord

       move "SCORE100" to ACH-AchievementCode
       move "High Roller" to ACH-Title
       move "Finish a session with a score above 100." to ACH-Description
       move "S" to ACH-RuleType
       move 100 to ACH-Threshold
       write AchievementRecord.
