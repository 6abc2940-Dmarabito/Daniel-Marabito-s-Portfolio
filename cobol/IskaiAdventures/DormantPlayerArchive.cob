>>source format free
identification division.
program-id. DormantPlayerArchive.
author. Daniel Marabito.

*> Nightly retention batch for the per-player masters. Every player
*> whose SAV-LastPlayedDate is more than the configured number of idle
*> days old is moved off PLAYERMST to the sequential PLAYARCH archive
*> together with all of their CHECKPT, INVMST, QUESTPRG, ZONEPROG and
*> ACHVPRG rows (layout in PLAYARCHREC.cpy), so the roster and integrity
*> reports stop scanning abandoned characters. The idle days come from
*> the optional DORMCTL control record (columns 1-4); with no DORMCTL,
*> or a blank or non-numeric one, 180 days apply. A player holding a
*> SESSLOCK is never moved. When an archived name comes back the game
*> restores every archived row; this run first drops the archive rows
*> of players who are back on PLAYERMST, so the archive only ever holds
*> one copy of a dormant player. Each player's archive rows are written
*> before their master rows are deleted, PLAYERMST last, so a rerun
*> after an abend simply archives the player again.
*> RETURN-CODE: 0 clean, 4 a dormant player was left in place because
*> of a session lock, 8 PLAYERMST or PLAYARCH cannot be opened.

environment division.
input-output section.
file-control.
    select PlayerSaveFile assign to "PLAYERMST"
        organization is indexed
        access mode is dynamic
        record key is SAV-PlayerName
        file status is PlayerFileStatus.
    select CheckpointFile assign to "CHECKPT"
        organization is indexed
        access mode is dynamic
        record key is CHK-Key
        file status is CheckpointFileStatus.
    select InventoryFile assign to "INVMST"
        organization is indexed
        access mode is dynamic
        record key is INV-Key
        file status is InventoryFileStatus.
    select QuestProgressFile assign to "QUESTPRG"
        organization is indexed
        access mode is dynamic
        record key is QPR-Key
        file status is QuestProgressFileStatus.
    select ZoneProgressFile assign to "ZONEPROG"
        organization is indexed
        access mode is dynamic
        record key is ZPR-Key
        file status is ZoneProgressFileStatus.
    select AchievementProgressFile assign to "ACHVPRG"
        organization is indexed
        access mode is dynamic
        record key is ACP-Key
        file status is AchievementProgressFileStatus.
    select SessionLockFile assign to "SESSLOCK"
        organization is indexed
        access mode is dynamic
        record key is LCK-PlayerName
        file status is SessionLockFileStatus.
    select PlayerArchiveFile assign to "PLAYARCH"
        organization is line sequential
        file status is PlayerArchiveFileStatus.
    select ArchiveWorkFile assign to "PLAYAWRK"
        organization is line sequential
        file status is ArchiveWorkFileStatus.
    select DormantControlFile assign to "DORMCTL"
        organization is line sequential
        file status is DormantControlFileStatus.

data division.
file section.
fd PlayerSaveFile.
copy "PLAYERSAV.cpy".
fd CheckpointFile.
copy "CHECKREC.cpy".
fd InventoryFile.
copy "INVREC.cpy".
fd QuestProgressFile.
copy "QPROGREC.cpy".
fd ZoneProgressFile.
copy "ZONEREC.cpy".
fd AchievementProgressFile.
copy "ACHVPRGREC.cpy".
fd SessionLockFile.
copy "LOCKREC.cpy".
fd PlayerArchiveFile.
copy "PLAYARCHREC.cpy".
fd ArchiveWorkFile.
01 ArchiveWorkRecord pic x(318).
fd DormantControlFile.
01 DormantControlRecord.
    02 DCT-IdleDays pic x(04).

working-storage section.
01 PlayerFileStatus pic xx value "00".
    88 PlayerFileOk value "00".
    88 PlayerFileEnd value "10".
01 CheckpointFileStatus pic xx value "00".
    88 CheckpointFileOk value "00".
    88 CheckpointFileMissing value "35".
01 InventoryFileStatus pic xx value "00".
    88 InventoryFileOk value "00".
    88 InventoryFileMissing value "35".
01 QuestProgressFileStatus pic xx value "00".
    88 QuestProgressFileOk value "00".
    88 QuestProgressFileMissing value "35".
01 ZoneProgressFileStatus pic xx value "00".
    88 ZoneProgressFileOk value "00".
    88 ZoneProgressFileMissing value "35".
01 AchievementProgressFileStatus pic xx value "00".
    88 AchievementProgressFileOk value "00".
    88 AchievementProgressFileMissing value "35".
01 SessionLockFileStatus pic xx value "00".
    88 SessionLockFileOk value "00".
01 PlayerArchiveFileStatus pic xx value "00".
    88 PlayerArchiveFileOk value "00".
    88 PlayerArchiveFileEnd value "10".
01 ArchiveWorkFileStatus pic xx value "00".
    88 ArchiveWorkFileOk value "00".
    88 ArchiveWorkFileEnd value "10".
01 DormantControlFileStatus pic xx value "00".
    88 DormantControlFileOk value "00".

01 LockFileAvailableFlag pic x value "N".
    88 LockFileAvailable value "Y".
01 CheckpointAvailableFlag pic x value "N".
    88 CheckpointAvailable value "Y".
01 InventoryAvailableFlag pic x value "N".
    88 InventoryAvailable value "Y".
01 QuestProgressAvailableFlag pic x value "N".
    88 QuestProgressAvailable value "Y".
01 ZoneProgressAvailableFlag pic x value "N".
    88 ZoneProgressAvailable value "Y".
01 AchievementProgressAvailableFlag pic x value "N".
    88 AchievementProgressAvailable value "Y".
01 RowsDoneFlag pic x value "N".
    88 RowsDone value "Y".

01 DefaultIdleDays pic 9(04) value 180.
01 IdleDays pic 9(04) value 0.
01 RunDate pic 9(08) value 0.
01 CutoffDate pic 9(08) value 0.
01 CutoffDayNumber pic 9(09) value 0.
01 ArchivePlayerName pic x(100) value spaces.

01 PlayersScanned pic 9(07) value 0.
01 PlayersArchived pic 9(07) value 0.
01 PlayersLocked pic 9(07) value 0.
01 PlayersUndated pic 9(07) value 0.
01 ArchiveRowsKept pic 9(07) value 0.
01 ArchiveRowsDropped pic 9(07) value 0.
01 CheckpointRowsMoved pic 9(07) value 0.
01 InventoryRowsMoved pic 9(07) value 0.
01 QuestRowsMoved pic 9(07) value 0.
01 ZoneRowsMoved pic 9(07) value 0.
01 AchievementRowsMoved pic 9(07) value 0.

procedure division.
move 0 to return-code.
display "=========== Dormant Player Archive ============".
move DefaultIdleDays to IdleDays.
open input DormantControlFile.
if DormantControlFileOk then
    read DormantControlFile
    if DormantControlFileOk and DCT-IdleDays is numeric then
        move DCT-IdleDays to IdleDays
    end-if
    close DormantControlFile
end-if
move function current-date(1:8) to RunDate.
compute CutoffDayNumber = function integer-of-date(RunDate) - IdleDays.
compute CutoffDate = function date-of-integer(CutoffDayNumber).
display "Idle days " IdleDays "; players last played before " CutoffDate " are archived.".

open i-o PlayerSaveFile.
if not PlayerFileOk then
    display "Unable to open PLAYERMST, file status " PlayerFileStatus
    move 8 to return-code
    goback
end-if

perform DropRestoredArchiveRows

open extend PlayerArchiveFile.
if not PlayerArchiveFileOk then
    open output PlayerArchiveFile
end-if
if not PlayerArchiveFileOk then
    display "Unable to open PLAYARCH, file status " PlayerArchiveFileStatus
    close PlayerSaveFile
    move 8 to return-code
    goback
end-if
open i-o CheckpointFile.
if CheckpointFileOk then
    set CheckpointAvailable to true
end-if
open i-o InventoryFile.
if InventoryFileOk then
    set InventoryAvailable to true
end-if
open i-o QuestProgressFile.
if QuestProgressFileOk then
    set QuestProgressAvailable to true
end-if
open i-o ZoneProgressFile.
if ZoneProgressFileOk then
    set ZoneProgressAvailable to true
end-if
open i-o AchievementProgressFile.
if AchievementProgressFileOk then
    set AchievementProgressAvailable to true
end-if
open input SessionLockFile.
if SessionLockFileOk then
    set LockFileAvailable to true
end-if

move low-values to SAV-PlayerName.
start PlayerSaveFile key is not less than SAV-PlayerName.
if PlayerFileOk then
    perform ConsiderNextPlayer until PlayerFileEnd
end-if

close PlayerSaveFile.
close PlayerArchiveFile.
if CheckpointAvailable then
    close CheckpointFile
end-if
if InventoryAvailable then
    close InventoryFile
end-if
if QuestProgressAvailable then
    close QuestProgressFile
end-if
if ZoneProgressAvailable then
    close ZoneProgressFile
end-if
if AchievementProgressAvailable then
    close AchievementProgressFile
end-if
if LockFileAvailable then
    close SessionLockFile
end-if
display "Archive rows of returned players dropped " ArchiveRowsDropped ", kept " ArchiveRowsKept "."
display "Players scanned " PlayersScanned ", archived " PlayersArchived ", left in place (session lock) " PlayersLocked ", undated " PlayersUndated "."
display "Rows archived: CHECKPT " CheckpointRowsMoved ", INVMST " InventoryRowsMoved ", QUESTPRG " QuestRowsMoved ", ZONEPROG " ZoneRowsMoved ", ACHVPRG " AchievementRowsMoved "."
display "===============================================".
if PlayersLocked > 0 then
    move 4 to return-code
end-if
goback.

DropRestoredArchiveRows.
*> A player the game has restored is back on PLAYERMST; their old
*> archive rows are stale and are left out of the rewritten archive.
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
       if PlayerArchiveFileOk then
           move ARC-PlayerName to SAV-PlayerName
           read PlayerSaveFile key is SAV-PlayerName
           if PlayerFileOk then
               add 1 to ArchiveRowsDropped
           else
               write ArchiveWorkRecord from PlayerArchiveRecord
               add 1 to ArchiveRowsKept
           end-if
       end-if.

CopyNextArchiveRow.
       read ArchiveWorkFile
       if ArchiveWorkFileOk then
           write PlayerArchiveRecord from ArchiveWorkRecord
       end-if.

ConsiderNextPlayer.
       read PlayerSaveFile next record
       if not PlayerFileOk then
           exit paragraph
       end-if
       add 1 to PlayersScanned
       if SAV-LastPlayedDate not numeric or SAV-LastPlayedDate = 0 then
           add 1 to PlayersUndated
           exit paragraph
       end-if
       if SAV-LastPlayedDate not < CutoffDate then
           exit paragraph
       end-if
       if LockFileAvailable then
           move SAV-PlayerName to LCK-PlayerName
           read SessionLockFile key is LCK-PlayerName
           if SessionLockFileOk then
               add 1 to PlayersLocked
               display "LOCKED   " function trim(SAV-PlayerName) " (last played " SAV-LastPlayedDate ") holds a session lock; not archived."
               exit paragraph
           end-if
       end-if
       move SAV-PlayerName to ArchivePlayerName
       display "ARCHIVED " function trim(ArchivePlayerName) " (last played " SAV-LastPlayedDate ")"
       if CheckpointAvailable then
           perform ArchiveCheckpointRows
       end-if
       if InventoryAvailable then
           perform ArchiveInventoryRows
       end-if
       if QuestProgressAvailable then
           perform ArchiveQuestRows
       end-if
       if ZoneProgressAvailable then
           perform ArchiveZoneRows
       end-if
       if AchievementProgressAvailable then
           perform ArchiveAchievementRows
       end-if
       move spaces to PlayerArchiveRecord
       move "PLAYERMST" to ARC-RecordType
       move ArchivePlayerName to ARC-PlayerName
       move RunDate to ARC-ArchivedDate
       move PlayerSaveRecord to ARC-RecordImage
       write PlayerArchiveRecord
       delete PlayerSaveFile record
       add 1 to PlayersArchived.

ArchiveCheckpointRows.
       move "N" to RowsDoneFlag
       move ArchivePlayerName to CHK-PlayerName
       move low-values to CHK-SectionName
       start CheckpointFile key is not less than CHK-Key
       if CheckpointFileOk then
           perform ArchiveNextCheckpointRow until RowsDone
       end-if.

ArchiveNextCheckpointRow.
       read CheckpointFile next record
       if CheckpointFileOk and CHK-PlayerName = ArchivePlayerName then
           move spaces to PlayerArchiveRecord
           move "CHECKPT" to ARC-RecordType
           move ArchivePlayerName to ARC-PlayerName
           move RunDate to ARC-ArchivedDate
           move CheckpointRecord to ARC-RecordImage
           write PlayerArchiveRecord
           delete CheckpointFile record
           add 1 to CheckpointRowsMoved
       else
           set RowsDone to true
       end-if.

ArchiveInventoryRows.
       move "N" to RowsDoneFlag
       move ArchivePlayerName to INV-PlayerName
       move low-values to INV-ItemCode
       start InventoryFile key is not less than INV-Key
       if InventoryFileOk then
           perform ArchiveNextInventoryRow until RowsDone
       end-if.

ArchiveNextInventoryRow.
       read InventoryFile next record
       if InventoryFileOk and INV-PlayerName = ArchivePlayerName then
           move spaces to PlayerArchiveRecord
           move "INVMST" to ARC-RecordType
           move ArchivePlayerName to ARC-PlayerName
           move RunDate to ARC-ArchivedDate
           move InventoryRecord to ARC-RecordImage
           write PlayerArchiveRecord
           delete InventoryFile record
           add 1 to InventoryRowsMoved
       else
           set RowsDone to true
       end-if.

ArchiveQuestRows.
       move "N" to RowsDoneFlag
       move ArchivePlayerName to QPR-PlayerName
       move low-values to QPR-QuestKey
       start QuestProgressFile key is not less than QPR-Key
       if QuestProgressFileOk then
           perform ArchiveNextQuestRow until RowsDone
       end-if.

ArchiveNextQuestRow.
       read QuestProgressFile next record
       if QuestProgressFileOk and QPR-PlayerName = ArchivePlayerName then
           move spaces to PlayerArchiveRecord
           move "QUESTPRG" to ARC-RecordType
           move ArchivePlayerName to ARC-PlayerName
           move RunDate to ARC-ArchivedDate
           move QuestProgressRecord to ARC-RecordImage
           write PlayerArchiveRecord
           delete QuestProgressFile record
           add 1 to QuestRowsMoved
       else
           set RowsDone to true
       end-if.

ArchiveZoneRows.
       move "N" to RowsDoneFlag
       move ArchivePlayerName to ZPR-PlayerName
       move low-values to ZPR-LocationName
       start ZoneProgressFile key is not less than ZPR-Key
       if ZoneProgressFileOk then
           perform ArchiveNextZoneRow until RowsDone
       end-if.

ArchiveNextZoneRow.
       read ZoneProgressFile next record
       if ZoneProgressFileOk and ZPR-PlayerName = ArchivePlayerName then
           move spaces to PlayerArchiveRecord
           move "ZONEPROG" to ARC-RecordType
           move ArchivePlayerName to ARC-PlayerName
           move RunDate to ARC-ArchivedDate
           move ZoneProgressRecord to ARC-RecordImage
           write PlayerArchiveRecord
           delete ZoneProgressFile record
           add 1 to ZoneRowsMoved
       else
           set RowsDone to true
       end-if.

ArchiveAchievementRows.
       move "N" to RowsDoneFlag
       move ArchivePlayerName to ACP-PlayerName
       move low-values to ACP-AchievementCode
       start AchievementProgressFile key is not less than ACP-Key
       if AchievementProgressFileOk then
           perform ArchiveNextAchievementRow until RowsDone
       end-if.

ArchiveNextAchievementRow.
       read AchievementProgressFile next record
       if AchievementProgressFileOk and ACP-PlayerName = ArchivePlayerName then
           move spaces to PlayerArchiveRecord
           move "ACHVPRG" to ARC-RecordType
           move ArchivePlayerName to ARC-PlayerName
           move RunDate to ARC-ArchivedDate
           move AchievementProgressRecord to ARC-RecordImage
           write PlayerArchiveRecord
           delete AchievementProgressFile record
           add 1 to AchievementRowsMoved
       else
           set RowsDone to true
       end-if.
