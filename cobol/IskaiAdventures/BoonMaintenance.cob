>>source format free
identification division.
program-id. BoonMaintenance.
author. Daniel Marabito.

*> Applies the hand-edited BOONUPD feed to BOONMST. Each feed record
*> carries an action: A adds a new boon, C changes an existing one and
*> R retires (deletes) one. The run is protected for unattended
*> operation: BOONRUNCTL records how many feed records have been
*> processed, so a rerun after an abend restarts after the last
*> processed transaction instead of reapplying from the top (a clean
*> end of job resets it to zero -- delete or zero BOONRUNCTL by hand if
*> the feed itself is replaced mid-recovery). Records that fail
*> validation are written to BOONREJ with a reason code:
*>   01 - blank boon name (key)
*>   02 - action other than A/C/R
*>   03 - garbage in a numeric field
*>   04 - BOON-ScoreMultiplier of zero
*>   05 - add for a boon already on BOONMST
*>   06 - change or retire for a boon not on BOONMST
*> An end-of-job summary reports applied/rejected/skipped counts.
*> Every add, change or retire is journalled to CONTENTJRNL with the
*> BOONMST before- and after-image under this run's id, so
*> ContentRollback can back the run out.
*> BOONRUNCTL also keeps the run id, so a restart journals under the same
*> run as the interrupted attempt.

environment division.
input-output section.
file-control.
    select BoonUpdateFile assign to "BOONUPD"
        organization is line sequential
        file status is BoonUpdateFileStatus.
    select BoonMasterFile assign to "BOONMST"
        organization is indexed
        access mode is dynamic
        record key is BOON-BoonName
        file status is BoonFileStatus.
    select RunControlFile assign to "BOONRUNCTL"
        organization is line sequential
        file status is RunControlFileStatus.
    select RejectFile assign to "BOONREJ"
        organization is line sequential
        file status is RejectFileStatus.
    select ContentJournalFile assign to "CONTENTJRNL"
        organization is line sequential
        file status is ContentJournalFileStatus.

data division.
file section.
fd BoonUpdateFile.
copy "BOONUPDREC.cpy".
fd BoonMasterFile.
copy "BOONREC.cpy".
fd RunControlFile.
01 RunControlRecord.
    02 RCT-ProcessedCount pic 9(07).
    02 filler pic x(01).
    02 RCT-RunId pic x(26).
fd RejectFile.
01 RejectRecord.
    02 REJ-ReasonCode pic x(02).
    02 filler pic x(01).
    02 REJ-RecordImage pic x(37).
fd ContentJournalFile.
copy "CONTENTJRNLREC.cpy".

working-storage section.
01 BoonUpdateFileStatus pic xx value "00".
    88 BoonUpdateFileOk value "00".
    88 BoonUpdateFileEnd value "10".
01 BoonFileStatus pic xx value "00".
    88 BoonFileOk value "00".
    88 BoonFileMissing value "35".
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
display "============ Boon Content Maintenance ============".
open input BoonUpdateFile.
if not BoonUpdateFileOk then
    display "No BOONUPD content feed found (status " BoonUpdateFileStatus ")."
    move 4 to return-code
    goback
end-if
open i-o BoonMasterFile.
if BoonFileMissing then
    open output BoonMasterFile
    close BoonMasterFile
    open i-o BoonMasterFile
end-if
if not BoonFileOk then
    display "Unable to open BOONMST, file status " BoonFileStatus
    move 8 to return-code
    goback
end-if
open extend ContentJournalFile.
if not ContentJournalFileOk then
    open output ContentJournalFile
end-if
*> A restart carries on under the run id the interrupted run kept in
*> BOONRUNCTL, so the whole feed stays one run for ContentRollback.
perform ReadRunControl
if RestartSkipCount > 0 then
    display "Restarting after transaction " RestartSkipCount " per BOONRUNCTL."
end-if
if JournalRunId = spaces then
    move function current-date to JournalRunId
end-if
display "Content journal run id " JournalRunId
open extend RejectFile.
if not RejectFileOk then
    open output RejectFile
end-if

perform ApplyNextUpdate until BoonUpdateFileEnd

move 0 to RunControlValue
perform WriteRunControl

close BoonUpdateFile.
close BoonMasterFile.
close ContentJournalFile.
close RejectFile.
display "Applied " AppliedCount ", rejected " RejectedCount ", skipped (already applied) " SkippedCount "."
display "==================================================".
goback.

ApplyNextUpdate.
       read BoonUpdateFile
       if BoonUpdateFileOk then
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
       if BNU-BoonName = spaces then
           move "N" to UpdateValidFlag
           move "01" to RejectReasonCode
           exit paragraph
       end-if
       if not BNU-ActionAdd and not BNU-ActionChange and not BNU-ActionRetire then
           move "N" to UpdateValidFlag
           move "02" to RejectReasonCode
           exit paragraph
       end-if
       if not BNU-ActionRetire then
           if BNU-BonusAttack not numeric
               or BNU-BonusHealth not numeric
               or BNU-ScoreMultiplier not numeric then
               move "N" to UpdateValidFlag
               move "03" to RejectReasonCode
               exit paragraph
           end-if
           if BNU-ScoreMultiplier = 0 then
               move "N" to UpdateValidFlag
               move "04" to RejectReasonCode
               exit paragraph
           end-if
       end-if
       move BNU-BoonName to BOON-BoonName
       read BoonMasterFile key is BOON-BoonName
       if BNU-ActionAdd then
           if BoonFileOk then
               move "N" to UpdateValidFlag
               move "05" to RejectReasonCode
           end-if
       else
           if not BoonFileOk then
               move "N" to UpdateValidFlag
               move "06" to RejectReasonCode
           end-if
       end-if.

ApplyValidUpdate.
       if BNU-ActionRetire then
           move BoonRecord to JournalBeforeImage
           move spaces to JournalAfterImage
           move "D" to JournalChangeType
           delete BoonMasterFile record
           perform WriteJournalEntry
           display "Retired boon " function trim(BOON-BoonName)
       else
           if BNU-ActionChange then
               move BoonRecord to JournalBeforeImage
               move "C" to JournalChangeType
           else
               move spaces to JournalBeforeImage
               move "A" to JournalChangeType
           end-if
           move BNU-BonusAttack to BOON-BonusAttack
           move BNU-BonusHealth to BOON-BonusHealth
           move BNU-ScoreMultiplier to BOON-ScoreMultiplier
           move BoonRecord to JournalAfterImage
           if BNU-ActionChange then
               rewrite BoonRecord
               perform WriteJournalEntry
               display "Updated boon " function trim(BOON-BoonName)
           else
               write BoonRecord
               perform WriteJournalEntry
               display "Added boon " function trim(BOON-BoonName)
           end-if
       end-if.

WriteRejectRecord.
       move spaces to RejectRecord
       move RejectReasonCode to REJ-ReasonCode
       move BoonUpdateRecord to REJ-RecordImage
       write RejectRecord
       display "Rejected update (reason " RejectReasonCode ") for '" function trim(BNU-BoonName) "'".

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
       move "BoonMaintenance" to CJN-JobName
       move JournalRunId to CJN-RunId
       move function current-date to CJN-Timestamp
       move "BOONMST" to CJN-MasterName
       move BOON-BoonName to CJN-RecordKey
       move JournalChangeType to CJN-ChangeType
       move JournalBeforeImage to CJN-BeforeImage
       move JournalAfterImage to CJN-AfterImage
       write ContentJournalRecord.
