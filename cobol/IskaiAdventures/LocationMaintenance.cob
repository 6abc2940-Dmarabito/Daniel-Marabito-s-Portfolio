*>   01 - blank location name (key)
*>   02 - blank location description
*> An end-of-job summary reports applied/rejected/skipped counts.
*> Every add or change is journalled to CONTENTJRNL with the LOCMST
*> before- and after-image under this run's id, so ContentRollback can
*> back the run out without a full MasterBackup RELOAD.
*> LOCRUNCTL also keeps the run id, so a restart journals under the same
*> run as the interrupted attempt.

environment division.
input-output section.
    select RejectFile assign to "LOCREJ"
        organization is line sequential
        file status is RejectFileStatus.
    select ContentJournalFile assign to "CONTENTJRNL"
        organization is line sequential
        file status is ContentJournalFileStatus.

data division.
file section.
fd RunControlFile.
01 RunControlRecord.
    02 RCT-ProcessedCount pic 9(07).
    02 filler pic x(01).
    02 RCT-RunId pic x(26).
fd RejectFile.
01 RejectRecord.
    02 REJ-ReasonCode pic x(02).
    02 filler pic x(01).
    02 REJ-RecordImage pic x(2050).
fd ContentJournalFile.
copy "CONTENTJRNLREC.cpy".

working-storage section.
01 LocationUpdateFileStatus pic xx value "00".
01 UpdateValidFlag pic x value "Y".
    88 UpdateRecordValid value "Y".
01 RejectReasonCode pic x(02) value spaces.
01 ContentJournalFileStatus pic xx value "00".
    88 ContentJournalFileOk value "00".
01 JournalRunId pic x(26) value spaces.
01 JournalChangeType pic x(01) value spaces.
01 JournalBeforeImage pic x(2050) value spaces.

procedure division.
move 0 to return-code.
    move 8 to return-code
    goback
end-if
open extend ContentJournalFile.
if not ContentJournalFileOk then
    open output ContentJournalFile
end-if
*> A restart carries on under the run id the interrupted run kept in
*> LOCRUNCTL, so the whole feed stays one run for ContentRollback.
perform ReadRunControl
if RestartSkipCount > 0 then
    display "Restarting after transaction " RestartSkipCount " per LOCRUNCTL."
end-if
if JournalRunId = spaces then
    move function current-date to JournalRunId
end-if
display "Content journal run id " JournalRunId
open extend RejectFile.
if not RejectFileOk then
    open output RejectFile

close LocationUpdateFile.
close LocationMasterFile.
close ContentJournalFile.
close RejectFile.
display "Applied " AppliedCount ", rejected " RejectedCount ", skipped (already applied) " SkippedCount "."
display "========================================================".
       move LCU-LocationName to LOC-LocationName
       read LocationMasterFile key is LOC-LocationName
       if LocationFileOk then
           move LocationRecord to JournalBeforeImage
           move "C" to JournalChangeType
           move LCU-LocationDescription to LOC-LocationDescription
           move LCU-LocationInstructions to LOC-LocationInstructions
           rewrite LocationRecord
           perform WriteJournalEntry
           display "Updated location " function trim(LOC-LocationName)
       else
           move spaces to JournalBeforeImage
           move "A" to JournalChangeType
           move LCU-LocationDescription to LOC-LocationDescription
           move LCU-LocationInstructions to LOC-LocationInstructions
           write LocationRecord
           perform WriteJournalEntry
           display "Added location " function trim(LOC-LocationName)
       end-if.

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
       move "LocationMaintenance" to CJN-JobName
       move JournalRunId to CJN-RunId
       move function current-date to CJN-Timestamp
       move "LOCMST" to CJN-MasterName
       move LOC-LocationName to CJN-RecordKey
       move JournalChangeType to CJN-ChangeType
       move JournalBeforeImage to CJN-BeforeImage
       move LocationRecord to CJN-AfterImage
       write ContentJournalRecord.
