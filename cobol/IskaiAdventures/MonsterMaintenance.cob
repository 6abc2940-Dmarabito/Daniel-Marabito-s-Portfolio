        access mode is dynamic
        record key is MON-MonsterName
        file status is MonsterFileStatus.
    select ContentJournalFile assign to "CONTENTJRNL"
        organization is line sequential
        file status is ContentJournalFileStatus.

data division.
file section.
copy "MONSTUPDREC.cpy".
fd MonsterMasterFile.
copy "MONSTREC.cpy".
fd ContentJournalFile.
copy "CONTENTJRNLREC.cpy".

working-storage section.
01 MonsterUpdateFileStatus pic xx value "00".
01 MonsterFileStatus pic xx value "00".
    88 MonsterFileOk value "00".
    88 MonsterFileMissing value "35".
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
move function current-date to JournalRunId
open extend ContentJournalFile.
if not ContentJournalFileOk then
    open output ContentJournalFile
end-if
display "Content journal run id " JournalRunId

perform ApplyNextUpdate until MonsterUpdateFileEnd

close MonsterUpdateFile.
close MonsterMasterFile.
close ContentJournalFile.
display "=======================================================".
goback.

           move MNU-MonsterName to MON-MonsterName
           read MonsterMasterFile key is MON-MonsterName
           if MonsterFileOk then
               move MonsterRecord to JournalBeforeImage
               move "C" to JournalChangeType
               move MNU-MonsterAttack to MON-MonsterAttack
               move MNU-MonsterHealth to MON-MonsterHealth
               move MNU-RaceModifierTable to MON-RaceModifierTable
               move MNU-DropItemCode to MON-DropItemCode
               move MNU-ExperienceValue to MON-ExperienceValue
               move MNU-BossFlag to MON-BossFlag
               perform MoveUpdateChances
               rewrite MonsterRecord
               perform WriteJournalEntry
               display "Updated monster " function trim(MON-MonsterName)
           else
               move spaces to JournalBeforeImage
               move "A" to JournalChangeType
               move MNU-MonsterAttack to MON-MonsterAttack
               move MNU-MonsterHealth to MON-MonsterHealth
               move MNU-RaceModifierTable to MON-RaceModifierTable
               move MNU-DropItemCode to MON-DropItemCode
               move MNU-ExperienceValue to MON-ExperienceValue
               move MNU-BossFlag to MON-BossFlag
               perform MoveUpdateChances
               write MonsterRecord
               perform WriteJournalEntry
               display "Added monster " function trim(MON-MonsterName)
           end-if
       end-if.

MoveUpdateChances.
*> Blank chance fields (feed lines keyed before the columns existed)
*> are applied as zero, the old never-miss, never-crit behavior.
       move 0 to MON-MissChance
       move 0 to MON-CritChance
       move 0 to MON-EvadeChance
       if MNU-MissChance is numeric then
           move MNU-MissChance to MON-MissChance
       end-if
       if MNU-CritChance is numeric then
           move MNU-CritChance to MON-CritChance
       end-if
       if MNU-EvadeChance is numeric then
           move MNU-EvadeChance to MON-EvadeChance
       end-if.

WriteJournalEntry.
       move spaces to ContentJournalRecord
       move "MonsterMaintenance" to CJN-JobName
       move JournalRunId to CJN-RunId
       move function current-date to CJN-Timestamp
       move "MONSTMST" to CJN-MasterName
       move MON-MonsterName to CJN-RecordKey
       move JournalChangeType to CJN-ChangeType
       move JournalBeforeImage to CJN-BeforeImage
       move MonsterRecord to CJN-AfterImage
       write ContentJournalRecord.
