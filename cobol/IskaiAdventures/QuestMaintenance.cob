>>source format free
identification division.
program-id. QuestMaintenance.
author. Daniel Marabito.

*> Applies the hand-edited QUESTUPD feed to QUESTMST. Each feed record
*> carries an action: A adds a new quest, C changes an existing one and
*> R retires (deletes) one. Retiring a quest leaves any QUESTPRG rows
*> for it in place; IntegrityAuditReport reports them as broken links. The
*> run is protected for unattended operation: QSTRUNCTL records how
*> many feed records have been processed, so a rerun after an abend
*> restarts after the last processed transaction instead of
*> reapplying from the top (a clean end of job resets it to zero --
*> delete or zero QSTRUNCTL by hand if the feed itself is replaced
*> mid-recovery). Records that fail validation are written to QSTREJ
*> with a reason code:
*>   01 - blank quest key
*>   02 - action other than A/C/R
*>   03 - blank quest text or target name on an add or change
*>   04 - garbage in a numeric field, or a zero target count
*>   05 - QST-QuestType other than K/E/V
*>   06 - add for a quest key already on QUESTMST
*>   07 - change or retire for a quest key not on QUESTMST
*> An end-of-job summary reports applied/rejected/skipped counts.
*> Every add, change or retire is journalled to CONTENTJRNL with the
*> QUESTMST before- and after-image under this run's id, so
*> ContentRollback can back the run out.
*> QSTRUNCTL also keeps the run id, so a restart journals under the same
*> run as the interrupted attempt.

environment division.
input-output section.
file-control.
    select QuestUpdateFile assign to "QUESTUPD"
        organization is line sequential
        file status is QuestUpdateFileStatus.
    select QuestMasterFile assign to "QUESTMST"
        organization is indexed
        access mode is dynamic
        record key is QST-QuestKey
        file status is QuestFileStatus.
    select RunControlFile assign to "QSTRUNCTL"
        organization is line sequential
        file status is RunControlFileStatus.
    select RejectFile assign to "QSTREJ"
        organization is line sequential
        file status is RejectFileStatus.
    select ContentJournalFile assign to "CONTENTJRNL"
        organization is line sequential
        file status is ContentJournalFileStatus.

data division.
file section.
fd QuestUpdateFile.
copy "QUESTUPDREC.cpy".
fd QuestMasterFile.
copy "QUESTREC.cpy".
fd RunControlFile.
01 RunControlRecord.
    02 RCT-ProcessedCount pic 9(07).
    02 filler pic x(01).
    02 RCT-RunId pic x(26).
fd RejectFile.
01 RejectRecord.
    02 REJ-ReasonCode pic x(02).
    02 filler pic x(01).
    02 REJ-RecordImage pic x(173).
fd ContentJournalFile.
copy "CONTENTJRNLREC.cpy".

working-storage section.
01 QuestUpdateFileStatus pic xx value "00".
    88 QuestUpdateFileOk value "00".
    88 QuestUpdateFileEnd value "10".
01 QuestFileStatus pic xx value "00".
    88 QuestFileOk value "00".
    88 QuestFileMissing value "35".
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
display "============ Quest Content Maintenance ============".
open input QuestUpdateFile.
if not QuestUpdateFileOk then
    display "No QUESTUPD content feed found (status " QuestUpdateFileStatus ")."
    move 4 to return-code
    goback
end-if
open i-o QuestMasterFile.
if QuestFileMissing then
    open output QuestMasterFile
    close QuestMasterFile
    open i-o QuestMasterFile
end-if
if not QuestFileOk then
    display "Unable to open QUESTMST, file status " QuestFileStatus
    move 8 to return-code
    goback
end-if
open extend ContentJournalFile.
if not ContentJournalFileOk then
    open output ContentJournalFile
end-if
*> A restart carries on under the run id the interrupted run kept in
*> QSTRUNCTL, so the whole feed stays one run for ContentRollback.
perform ReadRunControl
if RestartSkipCount > 0 then
    display "Restarting after transaction " RestartSkipCount " per QSTRUNCTL."
end-if
if JournalRunId = spaces then
    move function current-date to JournalRunId
end-if
display "Content journal run id " JournalRunId
open extend RejectFile.
if not RejectFileOk then
    open output RejectFile
end-if

perform ApplyNextUpdate until QuestUpdateFileEnd

move 0 to RunControlValue
perform WriteRunControl

close QuestUpdateFile.
close QuestMasterFile.
close ContentJournalFile.
close RejectFile.
display "Applied " AppliedCount ", rejected " RejectedCount ", skipped (already applied) " SkippedCount "."
display "===================================================".
goback.

ApplyNextUpdate.
       read QuestUpdateFile
       if QuestUpdateFileOk then
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
       if QSU-QuestKey = spaces then
           move "N" to UpdateValidFlag
           move "01" to RejectReasonCode
           exit paragraph
       end-if
       if not QSU-ActionAdd and not QSU-ActionChange and not QSU-ActionRetire then
           move "N" to UpdateValidFlag
           move "02" to RejectReasonCode
           exit paragraph
       end-if
       if not QSU-ActionRetire then
           if QSU-QuestText = spaces or QSU-TargetName = spaces then
               move "N" to UpdateValidFlag
               move "03" to RejectReasonCode
               exit paragraph
           end-if
           if QSU-TargetCount not numeric
               or QSU-ScoreReward not numeric
               or QSU-GoldReward not numeric then
               move "N" to UpdateValidFlag
               move "04" to RejectReasonCode
               exit paragraph
           end-if
           if QSU-TargetCount = 0 then
               move "N" to UpdateValidFlag
               move "04" to RejectReasonCode
               exit paragraph
           end-if
           if QSU-QuestType not = "K" and QSU-QuestType not = "E"
               and QSU-QuestType not = "V" then
               move "N" to UpdateValidFlag
               move "05" to RejectReasonCode
               exit paragraph
           end-if
       end-if
       move QSU-QuestKey to QST-QuestKey
       read QuestMasterFile key is QST-QuestKey
       if QSU-ActionAdd then
           if QuestFileOk then
               move "N" to UpdateValidFlag
               move "06" to RejectReasonCode
           end-if
       else
           if not QuestFileOk then
               move "N" to UpdateValidFlag
               move "07" to RejectReasonCode
           end-if
       end-if.

ApplyValidUpdate.
       if QSU-ActionRetire then
           move QuestRecord to JournalBeforeImage
           move spaces to JournalAfterImage
           move "D" to JournalChangeType
           delete QuestMasterFile record
           perform WriteJournalEntry
           display "Retired quest " function trim(QST-QuestKey)
       else
           if QSU-ActionChange then
               move QuestRecord to JournalBeforeImage
               move "C" to JournalChangeType
           else
               move spaces to JournalBeforeImage
               move "A" to JournalChangeType
           end-if
           move QSU-QuestText to QST-QuestText
           move QSU-QuestType to QST-QuestType
           move QSU-TargetName to QST-TargetName
           move QSU-TargetCount to QST-TargetCount
           move QSU-ScoreReward to QST-ScoreReward
           move QSU-GoldReward to QST-GoldReward
           move QuestRecord to JournalAfterImage
           if QSU-ActionChange then
               rewrite QuestRecord
               perform WriteJournalEntry
               display "Updated quest " function trim(QST-QuestKey)
           else
               write QuestRecord
               perform WriteJournalEntry
               display "Added quest " function trim(QST-QuestKey)
           end-if
       end-if.

WriteRejectRecord.
       move spaces to RejectRecord
       move RejectReasonCode to REJ-ReasonCode
       move QuestUpdateRecord to REJ-RecordImage
       write RejectRecord
       display "Rejected update (reason " RejectReasonCode ") for '" function trim(QSU-QuestKey) "'".

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
       move "QuestMaintenance" to CJN-JobName
       move JournalRunId to CJN-RunId
       move function current-date to CJN-Timestamp
       move "QUESTMST" to CJN-MasterName
       move QST-QuestKey to CJN-RecordKey
       move JournalChangeType to CJN-ChangeType
       move JournalBeforeImage to CJN-BeforeImage
       move JournalAfterImage to CJN-AfterImage
       write ContentJournalRecord.
