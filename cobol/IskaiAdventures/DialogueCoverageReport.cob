>>source format free
identification division.
program-id. DialogueCoverageReport.
author. Daniel Marabito.

*> Reachability and playtest coverage of the DIALMST script, for the
*> narrative team to read before they sign off a DIALUPD. The graph is
*> walked from the two entry nodes the game starts conversations at,
*> PROBLEM and RACEPICK. An option is followed when some race could
*> see it; the default next node is followed when the node has no
*> options or when some race could be left with none on the menu.
*> Findings:
*>   UNREACHABLE  a node no walk from PROBLEM or RACEPICK can get to
*>   NO EXIT      a reachable node from which every path loops back
*>                without ever ending the conversation
*>   HIDDEN       an option hidden for every race index 01-12: a race
*>                index no race has, or a boon that is not on BOONMST
*>                (score conditions depend on play and are not judged)
*> Coverage then joins AUDITTRL, where the game records each dialogue
*> choice under the node key in AUD-ParagraphName: every reachable
*> node shows how often playtesters chose at it and how often each
*> option was picked, flagged NEVER PLAYED / NEVER PICKED. On a node
*> with conditional options the menu renumbers per listener, so picks
*> there are counted by menu position rather than by option slot.
*> RETURN-CODE: 0 no findings, 4 findings listed or AUDITTRL absent, 8
*> DIALMST cannot be opened or holds more nodes than the table.

environment division.
input-output section.
file-control.
    select DialogueMasterFile assign to "DIALMST"
        organization is indexed
        access mode is dynamic
        record key is DLG-NodeKey
        file status is DialogueFileStatus.
    select BoonMasterFile assign to "BOONMST"
        organization is indexed
        access mode is dynamic
        record key is BOON-BoonName
        file status is BoonFileStatus.
    select AuditTrailFile assign to "AUDITTRL"
        organization is line sequential
        file status is AuditFileStatus.

data division.
file section.
fd DialogueMasterFile.
copy "DIALREC.cpy".
fd BoonMasterFile.
copy "BOONREC.cpy".
fd AuditTrailFile.
copy "AUDITREC.cpy".

working-storage section.
01 DialogueFileStatus pic xx value "00".
    88 DialogueFileOk value "00".
    88 DialogueFileEnd value "10".
01 BoonFileStatus pic xx value "00".
    88 BoonFileOk value "00".
01 AuditFileStatus pic xx value "00".
    88 AuditFileOk value "00".
    88 AuditFileEnd value "10".
01 BoonAvailableFlag pic x value "N".
    88 BoonAvailable value "Y".

01 NodeTable.
    02 NodeCount pic 9(05) value 0.
    02 NodeEntry occurs 2000 times.
        03 NDT-NodeKey pic x(20).
        03 NDT-OptionCount pic 9.
        03 NDT-DefaultNext pic x(20).
        03 NDT-DefaultIndex pic 9(05).
        03 NDT-DefaultLiveFlag pic x.
        03 NDT-ReachedFlag pic x.
        03 NDT-CanEndFlag pic x.
        03 NDT-ConditionalFlag pic x.
        03 NDT-ReachCount pic 9(07).
        03 NDT-Option occurs 4 times.
            04 NDT-OptNext pic x(20).
            04 NDT-OptNextIndex pic 9(05).
            04 NDT-OptLiveFlag pic x.
            04 NDT-OptOpenFlag pic x.
            04 NDT-OptRaceIndex pic 99.
            04 NDT-OptText pic x(40).
            04 NDT-OptPickCount pic 9(07).
01 NodeTableOverflowFlag pic x value "N".
    88 NodeTableOverflow value "Y".

01 WalkQueue.
    02 WalkQueueEntry occurs 2000 times pic 9(05).
01 QueueHead pic 9(05) value 0.
01 QueueTail pic 9(05) value 0.

01 NodeIndex pic 9(05) value 0.
01 TargetIndex pic 9(05) value 0.
01 SearchIndex pic 9(05) value 0.
01 ProbeKey pic x(20) value spaces.
01 OptionIndex pic 9 value 0.
01 RaceIndex pic 99 value 0.
01 RaceVisibleCount pic 9 value 0.
01 PickNumber pic 9 value 0.
01 ChangedFlag pic x value "Y".
    88 NodeStateChanged value "Y".
01 HiddenReason pic x(60) value spaces.

01 UnreachableCount pic 9(05) value 0.
01 NoExitCount pic 9(05) value 0.
01 HiddenCount pic 9(05) value 0.
01 NeverPlayedCount pic 9(05) value 0.
01 NeverPickedCount pic 9(05) value 0.
01 ReachableCount pic 9(05) value 0.
01 AuditRowCount pic 9(07) value 0.
01 DialogueChoiceCount pic 9(07) value 0.

procedure division.
move 0 to return-code.
display "============ Dialogue Reachability and Coverage ============".
open input DialogueMasterFile.
if not DialogueFileOk then
    display "Unable to open DIALMST, file status " DialogueFileStatus
    move 8 to return-code
    goback
end-if
open input BoonMasterFile.
if BoonFileOk then
    set BoonAvailable to true
else
    display "BOONMST absent (status " BoonFileStatus ") -- boon conditions not judged."
end-if

move low-values to DLG-NodeKey.
start DialogueMasterFile key is not less than DLG-NodeKey.
if DialogueFileOk then
    perform LoadNextNode until DialogueFileEnd
end-if
close DialogueMasterFile.
if BoonAvailable then
    close BoonMasterFile
end-if
if NodeTableOverflow then
    display "More than 2000 nodes on DIALMST -- the graph cannot be walked."
    move 8 to return-code
    goback
end-if
display NodeCount " node(s) on DIALMST."

perform ResolveNodeEdges
    varying NodeIndex from 1 by 1
    until NodeIndex > NodeCount.

move "PROBLEM" to ProbeKey
perform QueueEntryNode
move "RACEPICK" to ProbeKey
perform QueueEntryNode
perform WalkNextQueuedNode until QueueHead >= QueueTail

move "Y" to ChangedFlag
perform MarkEndingNodes until not NodeStateChanged

display "------------------------------------------------------------".
display "Structural findings:".
perform ReportNodeFindings
    varying NodeIndex from 1 by 1
    until NodeIndex > NodeCount.
if UnreachableCount + NoExitCount + HiddenCount = 0 then
    display "  (none -- every node reachable, every loop has an exit)"
end-if

display "------------------------------------------------------------".
display "Playtest coverage from AUDITTRL:".
open input AuditTrailFile.
if AuditFileOk then
    perform TallyNextAuditRow until AuditFileEnd
    close AuditTrailFile
    display "  " DialogueChoiceCount " dialogue choice(s) among " AuditRowCount " audit row(s)."
    perform ReportNodeCoverage
        varying NodeIndex from 1 by 1
        until NodeIndex > NodeCount
else
    display "  AUDITTRL absent (status " AuditFileStatus ") -- no coverage to show."
    move 4 to return-code
end-if

display "------------------------------------------------------------".
display ReachableCount " reachable node(s); " UnreachableCount " unreachable, " NoExitCount " with no exit, " HiddenCount " hidden option(s)."
display NeverPlayedCount " reachable node(s) never played, " NeverPickedCount " option(s) never picked."
display "============================================================".
if UnreachableCount + NoExitCount + HiddenCount > 0 then
    move 4 to return-code
end-if
goback.

LoadNextNode.
       read DialogueMasterFile next record
       if not DialogueFileOk then
           exit paragraph
       end-if
       if NodeCount >= 2000 then
           set NodeTableOverflow to true
           exit paragraph
       end-if
       add 1 to NodeCount
       move DLG-NodeKey to NDT-NodeKey(NodeCount)
       move DLG-OptionCount to NDT-OptionCount(NodeCount)
       if DLG-OptionCount not numeric or DLG-OptionCount > 4 then
           move 4 to NDT-OptionCount(NodeCount)
       end-if
       move DLG-DefaultNextNode to NDT-DefaultNext(NodeCount)
       move 0 to NDT-DefaultIndex(NodeCount)
       move "N" to NDT-DefaultLiveFlag(NodeCount)
       move "N" to NDT-ReachedFlag(NodeCount)
       move "N" to NDT-CanEndFlag(NodeCount)
       move "N" to NDT-ConditionalFlag(NodeCount)
       move 0 to NDT-ReachCount(NodeCount)
       perform LoadNodeOption
           varying OptionIndex from 1 by 1
           until OptionIndex > 4
       if NDT-OptionCount(NodeCount) = 0 then
           move "Y" to NDT-DefaultLiveFlag(NodeCount)
       else
           perform CheckRaceMenu
               varying RaceIndex from 1 by 1
               until RaceIndex > 12
       end-if.

LoadNodeOption.
*> An option is live when some race could see it, and open when it
*> carries no condition at all beyond a race, so the menu is sure to
*> show it to that race.
       move DLG-NextNode(OptionIndex) to NDT-OptNext(NodeCount, OptionIndex)
       move 0 to NDT-OptNextIndex(NodeCount, OptionIndex)
       move DLG-OptionText(OptionIndex) to NDT-OptText(NodeCount, OptionIndex)
       move 0 to NDT-OptPickCount(NodeCount, OptionIndex)
       move "N" to NDT-OptLiveFlag(NodeCount, OptionIndex)
       move "N" to NDT-OptOpenFlag(NodeCount, OptionIndex)
       move 0 to NDT-OptRaceIndex(NodeCount, OptionIndex)
       if OptionIndex > NDT-OptionCount(NodeCount) then
           exit paragraph
       end-if
       move "Y" to NDT-OptLiveFlag(NodeCount, OptionIndex)
       move "Y" to NDT-OptOpenFlag(NodeCount, OptionIndex)
       if DLG-OptCondRaceIndex(OptionIndex) is numeric then
           move DLG-OptCondRaceIndex(OptionIndex) to NDT-OptRaceIndex(NodeCount, OptionIndex)
       end-if
       if NDT-OptRaceIndex(NodeCount, OptionIndex) > 0 then
           move "Y" to NDT-ConditionalFlag(NodeCount)
       end-if
       if NDT-OptRaceIndex(NodeCount, OptionIndex) > 12 then
           move "N" to NDT-OptLiveFlag(NodeCount, OptionIndex)
       end-if
       if DLG-OptCondBoon(OptionIndex) not = spaces then
           move "Y" to NDT-ConditionalFlag(NodeCount)
           move "N" to NDT-OptOpenFlag(NodeCount, OptionIndex)
           if BoonAvailable then
               move DLG-OptCondBoon(OptionIndex) to BOON-BoonName
               read BoonMasterFile key is BOON-BoonName
               if not BoonFileOk then
                   move "N" to NDT-OptLiveFlag(NodeCount, OptionIndex)
               end-if
           end-if
       end-if
       if DLG-OptCondScoreSign(OptionIndex) = "+" or DLG-OptCondScoreSign(OptionIndex) = "-" then
           move "Y" to NDT-ConditionalFlag(NodeCount)
           move "N" to NDT-OptOpenFlag(NodeCount, OptionIndex)
       end-if.

CheckRaceMenu.
*> A race that may be left with an empty menu falls through to the
*> default next node, so that edge is walked too.
       move 0 to RaceVisibleCount
       perform CountRaceOption
           varying OptionIndex from 1 by 1
           until OptionIndex > NDT-OptionCount(NodeCount)
       if RaceVisibleCount = 0 then
           move "Y" to NDT-DefaultLiveFlag(NodeCount)
       end-if.

CountRaceOption.
       if NDT-OptLiveFlag(NodeCount, OptionIndex) = "Y"
           and NDT-OptOpenFlag(NodeCount, OptionIndex) = "Y"
           and (NDT-OptRaceIndex(NodeCount, OptionIndex) = 0
               or NDT-OptRaceIndex(NodeCount, OptionIndex) = RaceIndex) then
           add 1 to RaceVisibleCount
       end-if.

ResolveNodeEdges.
       if NDT-DefaultNext(NodeIndex) not = spaces then
           move NDT-DefaultNext(NodeIndex) to ProbeKey
           perform FindNodeIndex
           move TargetIndex to NDT-DefaultIndex(NodeIndex)
       end-if
       perform ResolveOptionEdge
           varying OptionIndex from 1 by 1
           until OptionIndex > NDT-OptionCount(NodeIndex).

ResolveOptionEdge.
       if NDT-OptNext(NodeIndex, OptionIndex) not = spaces then
           move NDT-OptNext(NodeIndex, OptionIndex) to ProbeKey
           perform FindNodeIndex
           move TargetIndex to NDT-OptNextIndex(NodeIndex, OptionIndex)
       end-if.

FindNodeIndex.
       move 0 to TargetIndex
       perform CheckNodeKey
           varying SearchIndex from 1 by 1
           until SearchIndex > NodeCount or TargetIndex > 0.

CheckNodeKey.
       if NDT-NodeKey(SearchIndex) = ProbeKey then
           move SearchIndex to TargetIndex
       end-if.

QueueEntryNode.
       perform FindNodeIndex
       if TargetIndex = 0 then
           display "Entry node " function trim(ProbeKey) " is not on DIALMST."
       else
           perform QueueTargetNode
       end-if.

QueueTargetNode.
       if TargetIndex > 0 then
           if NDT-ReachedFlag(TargetIndex) not = "Y" then
               move "Y" to NDT-ReachedFlag(TargetIndex)
               add 1 to QueueTail
               move TargetIndex to WalkQueueEntry(QueueTail)
           end-if
       end-if.

WalkNextQueuedNode.
       add 1 to QueueHead
       move WalkQueueEntry(QueueHead) to NodeIndex
       if NDT-DefaultLiveFlag(NodeIndex) = "Y" then
           move NDT-DefaultIndex(NodeIndex) to TargetIndex
           perform QueueTargetNode
       end-if
       perform WalkOptionEdge
           varying OptionIndex from 1 by 1
           until OptionIndex > NDT-OptionCount(NodeIndex).

WalkOptionEdge.
       if NDT-OptLiveFlag(NodeIndex, OptionIndex) = "Y" then
           move NDT-OptNextIndex(NodeIndex, OptionIndex) to TargetIndex
           perform QueueTargetNode
       end-if.

MarkEndingNodes.
*> One pass of the fixed point: a node can end the conversation when a
*> live edge leads to no node (blank, or a key not on DIALMST, which
*> the game also treats as the end) or to a node that can end. Passes
*> repeat until nothing changes.
       move "N" to ChangedFlag
       perform CheckNodeCanEnd
           varying NodeIndex from 1 by 1
           until NodeIndex > NodeCount.

CheckNodeCanEnd.
       if NDT-CanEndFlag(NodeIndex) = "Y" then
           exit paragraph
       end-if
       if NDT-DefaultLiveFlag(NodeIndex) = "Y" then
           move NDT-DefaultIndex(NodeIndex) to TargetIndex
           perform CheckEdgeEnds
       end-if
       perform CheckOptionEnds
           varying OptionIndex from 1 by 1
           until OptionIndex > NDT-OptionCount(NodeIndex).

CheckOptionEnds.
       if NDT-OptLiveFlag(NodeIndex, OptionIndex) = "Y" then
           move NDT-OptNextIndex(NodeIndex, OptionIndex) to TargetIndex
           perform CheckEdgeEnds
       end-if.

CheckEdgeEnds.
       if NDT-CanEndFlag(NodeIndex) = "Y" then
           exit paragraph
       end-if
       if TargetIndex = 0 then
           move "Y" to NDT-CanEndFlag(NodeIndex)
           set NodeStateChanged to true
       else
           if NDT-CanEndFlag(TargetIndex) = "Y" then
               move "Y" to NDT-CanEndFlag(NodeIndex)
               set NodeStateChanged to true
           end-if
       end-if.

ReportNodeFindings.
       if NDT-ReachedFlag(NodeIndex) = "Y" then
           add 1 to ReachableCount
           if NDT-CanEndFlag(NodeIndex) not = "Y" then
               add 1 to NoExitCount
               display "  NO EXIT      node '" function trim(NDT-NodeKey(NodeIndex)) "' -- every path from here loops without ending"
           end-if
       else
           add 1 to UnreachableCount
           display "  UNREACHABLE  node '" function trim(NDT-NodeKey(NodeIndex)) "'"
       end-if
       perform ReportHiddenOption
           varying OptionIndex from 1 by 1
           until OptionIndex > NDT-OptionCount(NodeIndex).

ReportHiddenOption.
       if NDT-OptLiveFlag(NodeIndex, OptionIndex) = "Y" then
           exit paragraph
       end-if
       add 1 to HiddenCount
       if NDT-OptRaceIndex(NodeIndex, OptionIndex) > 12 then
           move "its race index is no race" to HiddenReason
       else
           move "its boon is not on BOONMST" to HiddenReason
       end-if
       display "  HIDDEN       node '" function trim(NDT-NodeKey(NodeIndex)) "' option " OptionIndex " -- " function trim(HiddenReason) " -- hidden for every race".

TallyNextAuditRow.
*> Every accepted line is logged, mistyped ones included; only a pick
*> in range counts as a visit to the node.
       read AuditTrailFile
       if not AuditFileOk then
           if AuditFileStatus not = "10" then
               display "  AUDITTRL read stopped, status " AuditFileStatus
           end-if
           move "10" to AuditFileStatus
           exit paragraph
       end-if
       add 1 to AuditRowCount
       if AUD-ParagraphName(21:10) not = spaces then
           exit paragraph
       end-if
       move AUD-ParagraphName(1:20) to ProbeKey
       perform FindNodeIndex
       if TargetIndex = 0 then
           exit paragraph
       end-if
       if AUD-RawValue(1:1) is not numeric or AUD-RawValue(2:99) not = spaces then
           exit paragraph
       end-if
       move AUD-RawValue(1:1) to PickNumber
       if PickNumber < 1 or PickNumber > NDT-OptionCount(TargetIndex) then
           exit paragraph
       end-if
       add 1 to DialogueChoiceCount
       add 1 to NDT-ReachCount(TargetIndex)
       add 1 to NDT-OptPickCount(TargetIndex, PickNumber).

ReportNodeCoverage.
       if NDT-ReachedFlag(NodeIndex) not = "Y" then
           exit paragraph
       end-if
       if NDT-OptionCount(NodeIndex) = 0 then
           display "  " NDT-NodeKey(NodeIndex) " no options -- passes straight through"
           exit paragraph
       end-if
       if NDT-ReachCount(NodeIndex) = 0 then
           add 1 to NeverPlayedCount
           display "  " NDT-NodeKey(NodeIndex) " chosen at " NDT-ReachCount(NodeIndex) " time(s) -- NEVER PLAYED"
       else
           display "  " NDT-NodeKey(NodeIndex) " chosen at " NDT-ReachCount(NodeIndex) " time(s)"
       end-if
       if NDT-ConditionalFlag(NodeIndex) = "Y" then
           display "      (conditional options -- picks by menu position)"
       end-if
       perform ReportOptionCoverage
           varying OptionIndex from 1 by 1
           until OptionIndex > NDT-OptionCount(NodeIndex).

ReportOptionCoverage.
       if NDT-ConditionalFlag(NodeIndex) = "Y" then
           display "      position " OptionIndex ": picked " NDT-OptPickCount(NodeIndex, OptionIndex)
           exit paragraph
       end-if
       if NDT-OptPickCount(NodeIndex, OptionIndex) = 0 then
           add 1 to NeverPickedCount
           display "      option " OptionIndex " " NDT-OptText(NodeIndex, OptionIndex) " picked " NDT-OptPickCount(NodeIndex, OptionIndex) " -- NEVER PICKED"
       else
           display "      option " OptionIndex " " NDT-OptText(NodeIndex, OptionIndex) " picked " NDT-OptPickCount(NodeIndex, OptionIndex)
       end-if.
