>>source format free
identification division.
program-id. HallOfFameReport.
author. Daniel Marabito.

*> The permanent hall of fame off SEASONHIST: every season SeasonRollover
*> has closed, in season id order, with its window, number of ranked
*> players, champion and podium (ranks 1 to 3) with best scores and the
*> rewards paid. A season whose rollover has not finished is shown and
*> flagged; standings rows of a ranking that stopped before its season
*> row was written are not shown. Closes with every player who has won
*> more than one season.
*> RETURN-CODE: 0 report built, 4 no SEASONHIST on file or a season's
*> rollover unfinished.

environment division.
input-output section.
file-control.
    select SeasonHistoryFile assign to "SEASONHIST"
        organization is indexed
        access mode is dynamic
        record key is SHS-Key
        file status is SeasonHistoryFileStatus.

data division.
file section.
fd SeasonHistoryFile.
copy "SEASONHISTREC.cpy".

working-storage section.
01 SeasonHistoryFileStatus pic xx value "00".
    88 SeasonHistoryFileOk value "00".
    88 SeasonHistoryFileEnd value "10".

01 ChampionTable.
    02 ChampionCount pic 9(05) value 0.
    02 ChampionEntry occurs 500 times.
        03 CHT-PlayerName pic x(100).
        03 CHT-TitleCount pic 9(03).
01 ChampionIndex pic 9(05) value 0.
01 ChampionFoundIndex pic 9(05) value 0.
01 SeasonCount pic 9(05) value 0.
01 HeaderSeasonId pic x(10) value spaces.
01 OpenSeasonCount pic 9(05) value 0.
01 RepeatChampionCount pic 9(05) value 0.
01 PodiumPlace pic x(10) value spaces.
01 RewardText pic x(40) value spaces.
01 RewardQuantityText pic z(4)9.

procedure division.
move 0 to return-code.
display "================ Hall of Fame ================".
open input SeasonHistoryFile.
if not SeasonHistoryFileOk then
    display "No SEASONHIST on file (status " SeasonHistoryFileStatus ") -- no season has been rolled over yet."
    display "=============================================="
    move 4 to return-code
    goback
end-if
move low-values to SHS-Key.
start SeasonHistoryFile key is not less than SHS-Key.
if SeasonHistoryFileOk then
    perform PrintNextHistoryRow until SeasonHistoryFileEnd
end-if
close SeasonHistoryFile.

display "----------------------------------------------".
display SeasonCount " season(s) on record."
perform PrintRepeatChampion
    varying ChampionIndex from 1 by 1
    until ChampionIndex > ChampionCount.
if RepeatChampionCount = 0 and SeasonCount > 0 then
    display "No player has won more than one season yet."
end-if
if OpenSeasonCount > 0 then
    display OpenSeasonCount " season rollover(s) unfinished -- rerun SeasonRollover for them."
    move 4 to return-code
end-if
display "==============================================".
goback.

PrintNextHistoryRow.
       read SeasonHistoryFile next record
       if not SeasonHistoryFileOk then
           exit paragraph
       end-if
       if SHS-Rank = 0 then
           move SHS-SeasonId to HeaderSeasonId
           add 1 to SeasonCount
           display " "
           if SHS-SeasonClosed then
               display "Season " function trim(SHS-SeasonId) " -- " function trim(SHS-SeasonName) " (closed " SHS-RolledDate ")"
           else
               add 1 to OpenSeasonCount
               display "Season " function trim(SHS-SeasonId) " -- " function trim(SHS-SeasonName) " (ROLLOVER UNFINISHED)"
           end-if
           display "  Sessions " SHS-FromDate " to " SHS-ToDate ", " SHS-PlayerCount " player(s) ranked."
           if SHS-PlayerCount = 0 then
               display "  No champion -- nobody played this season."
           end-if
           exit paragraph
       end-if
       if SHS-Rank > 3 or SHS-SeasonId not = HeaderSeasonId then
           exit paragraph
       end-if
       if SHS-Rank = 1 then
           move "Champion" to PodiumPlace
           perform CountChampionTitle
       else
           if SHS-Rank = 2 then
               move "Second" to PodiumPlace
           else
               move "Third" to PodiumPlace
           end-if
       end-if
       perform BuildRewardText
       display "  " PodiumPlace " " function trim(SHS-PlayerName) " - best " SHS-BestScore " over " SHS-SessionCount " session(s)" function trim(RewardText trailing).

BuildRewardText.
       move spaces to RewardText
       if SHS-RewardPaid then
           move SHS-RewardQuantity to RewardQuantityText
           if SHS-RewardItemCode = spaces then
               string ", won " delimited by size
                   SHS-RewardGold delimited by size
                   " gold" delimited by size
                   into RewardText
           else
               string ", won " delimited by size
                   SHS-RewardGold delimited by size
                   " gold, " delimited by size
                   function trim(RewardQuantityText) delimited by size
                   " x " delimited by size
                   function trim(SHS-RewardItemCode) delimited by size
                   into RewardText
           end-if
       end-if
       if SHS-RewardForfeit then
           move ", reward forfeited" to RewardText
       end-if
       if SHS-RewardPending then
           move ", reward not yet paid" to RewardText
       end-if.

CountChampionTitle.
       move 0 to ChampionFoundIndex
       perform FindChampionEntry
           varying ChampionIndex from 1 by 1
           until ChampionIndex > ChampionCount or ChampionFoundIndex > 0
       if ChampionFoundIndex > 0 then
           add 1 to CHT-TitleCount(ChampionFoundIndex)
       else
           if ChampionCount < 500 then
               add 1 to ChampionCount
               move SHS-PlayerName to CHT-PlayerName(ChampionCount)
               move 1 to CHT-TitleCount(ChampionCount)
           end-if
       end-if.

FindChampionEntry.
       if CHT-PlayerName(ChampionIndex) = SHS-PlayerName then
           move ChampionIndex to ChampionFoundIndex
       end-if.

PrintRepeatChampion.
       if CHT-TitleCount(ChampionIndex) > 1 then
           add 1 to RepeatChampionCount
           display "  " function trim(CHT-PlayerName(ChampionIndex)) " has won " CHT-TitleCount(ChampionIndex) " seasons."
       end-if.
