    select DialogueBackupFile assign to "DIALBKP"
        organization is line sequential
        file status is DialogueBackupFileStatus.
    select GrantAppliedFile assign to "GRANTAPPL"
        organization is indexed
        access mode is dynamic
        record key is GAP-Key
        file status is GrantAppliedFileStatus.
    select GrantAppliedBackupFile assign to "GRANTBKP"
        organization is line sequential
        file status is GrantAppliedBackupFileStatus.
    select SeasonHistoryFile assign to "SEASONHIST"
        organization is indexed
        access mode is dynamic
        record key is SHS-Key
        file status is SeasonHistoryFileStatus.
    select SeasonHistoryBackupFile assign to "SEASNBKP"
        organization is line sequential
        file status is SeasonHistoryBackupFileStatus.
    select AchievementMasterFile assign to "ACHVMST"
        organization is indexed
        access mode is dynamic
        record key is ACH-AchievementCode
        file status is AchievementMasterFileStatus.
    select AchievementMasterBackupFile assign to "ACHVBKP"
        organization is line sequential
        file status is AchievementMasterBackupFileStatus.
    select AchievementProgressFile assign to "ACHVPRG"
        organization is indexed
        access mode is dynamic
        record key is ACP-Key
        file status is AchievementProgressFileStatus.
    select AchievementProgressBackupFile assign to "ACHVPBKP"
        organization is line sequential
        file status is AchievementProgressBackupFileStatus.
    select DialogueLanguageFile assign to "DIALLANG"
        organization is indexed
        access mode is dynamic
        record key is DLL-Key
        file status is DialogueLanguageFileStatus.
    select DialogueLanguageBackupFile assign to "DIALLBKP"
        organization is line sequential
        file status is DialogueLanguageBackupFileStatus.
    select RamenStockFile assign to "RAMENSTK"
        organization is indexed
        access mode is dynamic
        record key is STK-ProductCode
        file status is RamenStockFileStatus.
    select RamenStockBackupFile assign to "RMSTKBKP"
        organization is line sequential
        file status is RamenStockBackupFileStatus.
    select RamenIngredientFile assign to "RAMENING"
        organization is indexed
        access mode is dynamic
        record key is ING-Key
        file status is RamenIngredientFileStatus.
    select RamenIngredientBackupFile assign to "RMINGBKP"
        organization is line sequential
        file status is RamenIngredientBackupFileStatus.
    select RecipeMasterFile assign to "RECIPEMST"
        organization is indexed
        access mode is dynamic
        record key is RCP-RecipeCode
        file status is RecipeMasterFileStatus.
    select RecipeMasterBackupFile assign to "RECIPBKP"
        organization is line sequential
        file status is RecipeMasterBackupFileStatus.

data division.
file section.
fd PlayerSaveFile.
copy "PLAYERSAV.cpy".
fd PlayerBackupFile.
01 PlayerBackupRecord pic x(189).
fd MonsterMasterFile.
copy "MONSTREC.cpy".
fd MonsterBackupFile.
01 MonsterBackupRecord pic x(154).
fd LocationMasterFile.
copy "LOCREC.cpy".
fd LocationBackupFile.
fd ItemMasterFile.
copy "ITEMREC.cpy".
fd ItemBackupFile.
01 ItemBackupRecord pic x(156).
fd InventoryFile.
copy "INVREC.cpy".
fd InventoryBackupFile.
copy "DIALREC.cpy".
fd DialogueBackupFile.
01 DialogueBackupRecord pic x(1317).
fd GrantAppliedFile.
copy "GRANTAPPLREC.cpy".
fd GrantAppliedBackupFile.
01 GrantAppliedBackupRecord pic x(183).
fd SeasonHistoryFile.
copy "SEASONHISTREC.cpy".
fd SeasonHistoryBackupFile.
01 SeasonHistoryBackupRecord pic x(230).
fd AchievementMasterFile.
copy "ACHVREC.cpy".
fd AchievementMasterBackupFile.
01 AchievementMasterBackupRecord pic x(146).
fd AchievementProgressFile.
copy "ACHVPRGREC.cpy".
fd AchievementProgressBackupFile.
01 AchievementProgressBackupRecord pic x(137).
fd DialogueLanguageFile.
copy "DIALLANGREC.cpy".
fd DialogueLanguageBackupFile.
01 DialogueLanguageBackupRecord pic x(1022).
fd RamenStockFile.
copy "RAMENSTKREC.cpy".
fd RamenStockBackupFile.
01 RamenStockBackupRecord pic x(33).
fd RamenIngredientFile.
copy "RAMENINGREC.cpy".
fd RamenIngredientBackupFile.
01 RamenIngredientBackupRecord pic x(94).
fd RecipeMasterFile.
copy "RECIPEREC.cpy".
fd RecipeMasterBackupFile.
01 RecipeMasterBackupRecord pic x(110).

working-storage section.
01 BackupControlFileStatus pic xx value "00".
    88 DialogueBackupFileEnd value "10".
    88 DialogueBackupFileMissing value "35".
    88 DialogueBackupFileMissing value "35".
01 GrantAppliedFileStatus pic xx value "00".
    88 GrantAppliedFileOk value "00".
    88 GrantAppliedFileEnd value "10".
    88 GrantAppliedFileMissing value "35".
01 GrantAppliedBackupFileStatus pic xx value "00".
    88 GrantAppliedBackupFileOk value "00".
    88 GrantAppliedBackupFileEnd value "10".
    88 GrantAppliedBackupFileMissing value "35".
01 SeasonHistoryFileStatus pic xx value "00".
    88 SeasonHistoryFileOk value "00".
    88 SeasonHistoryFileEnd value "10".
    88 SeasonHistoryFileMissing value "35".
01 SeasonHistoryBackupFileStatus pic xx value "00".
    88 SeasonHistoryBackupFileOk value "00".
    88 SeasonHistoryBackupFileEnd value "10".
    88 SeasonHistoryBackupFileMissing value "35".
01 AchievementMasterFileStatus pic xx value "00".
    88 AchievementMasterFileOk value "00".
    88 AchievementMasterFileEnd value "10".
    88 AchievementMasterFileMissing value "35".
01 AchievementMasterBackupFileStatus pic xx value "00".
    88 AchievementMasterBackupFileOk value "00".
    88 AchievementMasterBackupFileEnd value "10".
    88 AchievementMasterBackupFileMissing value "35".
01 AchievementProgressFileStatus pic xx value "00".
    88 AchievementProgressFileOk value "00".
    88 AchievementProgressFileEnd value "10".
    88 AchievementProgressFileMissing value "35".
01 AchievementProgressBackupFileStatus pic xx value "00".
    88 AchievementProgressBackupFileOk value "00".
    88 AchievementProgressBackupFileEnd value "10".
    88 AchievementProgressBackupFileMissing value "35".
01 DialogueLanguageFileStatus pic xx value "00".
    88 DialogueLanguageFileOk value "00".
    88 DialogueLanguageFileEnd value "10".
    88 DialogueLanguageFileMissing value "35".
01 DialogueLanguageBackupFileStatus pic xx value "00".
    88 DialogueLanguageBackupFileOk value "00".
    88 DialogueLanguageBackupFileEnd value "10".
    88 DialogueLanguageBackupFileMissing value "35".
01 RamenStockFileStatus pic xx value "00".
    88 RamenStockFileOk value "00".
    88 RamenStockFileEnd value "10".
    88 RamenStockFileMissing value "35".
01 RamenStockBackupFileStatus pic xx value "00".
    88 RamenStockBackupFileOk value "00".
    88 RamenStockBackupFileEnd value "10".
    88 RamenStockBackupFileMissing value "35".
01 RamenIngredientFileStatus pic xx value "00".
    88 RamenIngredientFileOk value "00".
    88 RamenIngredientFileEnd value "10".
    88 RamenIngredientFileMissing value "35".
01 RamenIngredientBackupFileStatus pic xx value "00".
    88 RamenIngredientBackupFileOk value "00".
    88 RamenIngredientBackupFileEnd value "10".
    88 RamenIngredientBackupFileMissing value "35".
01 RecipeMasterFileStatus pic xx value "00".
    88 RecipeMasterFileOk value "00".
    88 RecipeMasterFileEnd value "10".
    88 RecipeMasterFileMissing value "35".
01 RecipeMasterBackupFileStatus pic xx value "00".
    88 RecipeMasterBackupFileOk value "00".
    88 RecipeMasterBackupFileEnd value "10".
    88 RecipeMasterBackupFileMissing value "35".
01 BackupMode pic x(06) value "UNLOAD".
01 BackupTarget pic x(10) value "ALL".
01 UnloadCount pic 9(07) value 0.
    if BackupTarget = "ALL" or BackupTarget = "ZONEPROG" then
        perform UnloadZoneProgress
    end-if
    if BackupTarget = "ALL" or BackupTarget = "GRANTAPPL" then
        perform UnloadGrantApplied
    end-if
    if BackupTarget = "ALL" or BackupTarget = "SEASONHIST" then
        perform UnloadSeasonHistory
    end-if
    if BackupTarget = "ALL" or BackupTarget = "ACHVMST" then
        perform UnloadAchievementMaster
    end-if
    if BackupTarget = "ALL" or BackupTarget = "ACHVPRG" then
        perform UnloadAchievementProgress
    end-if
    if BackupTarget = "ALL" or BackupTarget = "DIALLANG" then
        perform UnloadDialogueLanguage
    end-if
    if BackupTarget = "ALL" or BackupTarget = "RAMENSTK" then
        perform UnloadRamenStock
    end-if
    if BackupTarget = "ALL" or BackupTarget = "RAMENING" then
        perform UnloadRamenIngredient
    end-if
    if BackupTarget = "ALL" or BackupTarget = "RECIPEMST" then
        perform UnloadRecipeMaster
    end-if
else
    if BackupMode = "RELOAD" then
        if BackupTarget = "ALL" or BackupTarget = "PLAYERMST" then
        if BackupTarget = "ALL" or BackupTarget = "ZONEPROG" then
            perform ReloadZoneProgress
        end-if
        if BackupTarget = "ALL" or BackupTarget = "GRANTAPPL" then
            perform ReloadGrantApplied
        end-if
        if BackupTarget = "ALL" or BackupTarget = "SEASONHIST" then
            perform ReloadSeasonHistory
        end-if
        if BackupTarget = "ALL" or BackupTarget = "ACHVMST" then
            perform ReloadAchievementMaster
        end-if
        if BackupTarget = "ALL" or BackupTarget = "ACHVPRG" then
            perform ReloadAchievementProgress
        end-if
        if BackupTarget = "ALL" or BackupTarget = "DIALLANG" then
            perform ReloadDialogueLanguage
        end-if
        if BackupTarget = "ALL" or BackupTarget = "RAMENSTK" then
            perform ReloadRamenStock
        end-if
        if BackupTarget = "ALL" or BackupTarget = "RAMENING" then
            perform ReloadRamenIngredient
        end-if
        if BackupTarget = "ALL" or BackupTarget = "RECIPEMST" then
            perform ReloadRecipeMaster
        end-if
    else
        display "Unknown mode '" function trim(BackupMode) "' -- use UNLOAD or RELOAD."
        move 4 to ProposedReturnCode
               add 1 to ReloadCount
           end-if
       end-if.

UnloadGrantApplied.
       open input GrantAppliedFile
       if not GrantAppliedFileOk then
           display "GRANTAPPL: not unloaded, file status " GrantAppliedFileStatus
           move GrantAppliedFileStatus to OpenFileStatus
           perform RaiseOpenFailure
       else
           open output GrantAppliedBackupFile
           move 0 to UnloadCount
           move low-values to GAP-Key
           start GrantAppliedFile key is not less than GAP-Key
           if GrantAppliedFileOk then
               perform UnloadNextGrantAppliedRecord until GrantAppliedFileEnd
           end-if
           move spaces to TrailerRecord
           move "*TRAILER*" to TrailerLiteral
           move UnloadCount to TrailerCount
           move TrailerRecord to GrantAppliedBackupRecord
           write GrantAppliedBackupRecord
           close GrantAppliedFile
           close GrantAppliedBackupFile
           display "GRANTAPPL: unloaded " UnloadCount " record(s) to GRANTBKP."
       end-if.

UnloadNextGrantAppliedRecord.
       read GrantAppliedFile next record
       if GrantAppliedFileOk then
           move GrantAppliedRecord to GrantAppliedBackupRecord
           write GrantAppliedBackupRecord
           add 1 to UnloadCount
       end-if.

ReloadGrantApplied.
       open input GrantAppliedBackupFile
       if not GrantAppliedBackupFileOk then
           display "GRANTAPPL: not reloaded, no GRANTBKP backup (status " GrantAppliedBackupFileStatus ")."
           move GrantAppliedBackupFileStatus to OpenFileStatus
           perform RaiseOpenFailure
       else
           open output GrantAppliedFile
           move 0 to ReloadCount
           move 0 to TrailerSeenCount
           move "N" to TrailerFoundFlag
           perform ReloadNextGrantAppliedRecord until GrantAppliedBackupFileEnd or TrailerFound
           close GrantAppliedBackupFile
           close GrantAppliedFile
           perform ReportReloadResult
       end-if.

ReloadNextGrantAppliedRecord.
       read GrantAppliedBackupFile
       if GrantAppliedBackupFileOk then
           if GrantAppliedBackupRecord(1:9) = "*TRAILER*" then
               set TrailerFound to true
               move GrantAppliedBackupRecord to TrailerRecord
               move TrailerCount to TrailerSeenCount
           else
               move GrantAppliedBackupRecord to GrantAppliedRecord
               write GrantAppliedRecord
               add 1 to ReloadCount
           end-if
       end-if.

UnloadSeasonHistory.
       open input SeasonHistoryFile
       if not SeasonHistoryFileOk then
           display "SEASONHIST: not unloaded, file status " SeasonHistoryFileStatus
           move SeasonHistoryFileStatus to OpenFileStatus
           perform RaiseOpenFailure
       else
           open output SeasonHistoryBackupFile
           move 0 to UnloadCount
           move low-values to SHS-Key
           start SeasonHistoryFile key is not less than SHS-Key
           if SeasonHistoryFileOk then
               perform UnloadNextSeasonHistoryRecord until SeasonHistoryFileEnd
           end-if
           move spaces to TrailerRecord
           move "*TRAILER*" to TrailerLiteral
           move UnloadCount to TrailerCount
           move TrailerRecord to SeasonHistoryBackupRecord
           write SeasonHistoryBackupRecord
           close SeasonHistoryFile
           close SeasonHistoryBackupFile
           display "SEASONHIST: unloaded " UnloadCount " record(s) to SEASNBKP."
       end-if.

UnloadNextSeasonHistoryRecord.
       read SeasonHistoryFile next record
       if SeasonHistoryFileOk then
           move SeasonHistoryRecord to SeasonHistoryBackupRecord
           write SeasonHistoryBackupRecord
           add 1 to UnloadCount
       end-if.

ReloadSeasonHistory.
       open input SeasonHistoryBackupFile
       if not SeasonHistoryBackupFileOk then
           display "SEASONHIST: not reloaded, no SEASNBKP backup (status " SeasonHistoryBackupFileStatus ")."
           move SeasonHistoryBackupFileStatus to OpenFileStatus
           perform RaiseOpenFailure
       else
           open output SeasonHistoryFile
           move 0 to ReloadCount
           move 0 to TrailerSeenCount
           move "N" to TrailerFoundFlag
           perform ReloadNextSeasonHistoryRecord until SeasonHistoryBackupFileEnd or TrailerFound
           close SeasonHistoryBackupFile
           close SeasonHistoryFile
           perform ReportReloadResult
       end-if.

ReloadNextSeasonHistoryRecord.
       read SeasonHistoryBackupFile
       if SeasonHistoryBackupFileOk then
           if SeasonHistoryBackupRecord(1:9) = "*TRAILER*" then
               set TrailerFound to true
               move SeasonHistoryBackupRecord to TrailerRecord
               move TrailerCount to TrailerSeenCount
           else
               move SeasonHistoryBackupRecord to SeasonHistoryRecord
               write SeasonHistoryRecord
               add 1 to ReloadCount
           end-if
       end-if.

UnloadAchievementMaster.
       open input AchievementMasterFile
       if not AchievementMasterFileOk then
           display "ACHVMST: not unloaded, file status " AchievementMasterFileStatus
           move AchievementMasterFileStatus to OpenFileStatus
           perform RaiseOpenFailure
       else
           open output AchievementMasterBackupFile
           move 0 to UnloadCount
           move low-values to ACH-AchievementCode
           start AchievementMasterFile key is not less than ACH-AchievementCode
           if AchievementMasterFileOk then
               perform UnloadNextAchievementMasterRecord until AchievementMasterFileEnd
           end-if
           move spaces to TrailerRecord
           move "*TRAILER*" to TrailerLiteral
           move UnloadCount to TrailerCount
           move TrailerRecord to AchievementMasterBackupRecord
           write AchievementMasterBackupRecord
           close AchievementMasterFile
           close AchievementMasterBackupFile
           display "ACHVMST: unloaded " UnloadCount " record(s) to ACHVBKP."
       end-if.

UnloadNextAchievementMasterRecord.
       read AchievementMasterFile next record
       if AchievementMasterFileOk then
           move AchievementRecord to AchievementMasterBackupRecord
           write AchievementMasterBackupRecord
           add 1 to UnloadCount
       end-if.

ReloadAchievementMaster.
       open input AchievementMasterBackupFile
       if not AchievementMasterBackupFileOk then
           display "ACHVMST: not reloaded, no ACHVBKP backup (status " AchievementMasterBackupFileStatus ")."
           move AchievementMasterBackupFileStatus to OpenFileStatus
           perform RaiseOpenFailure
       else
           open output AchievementMasterFile
           move 0 to ReloadCount
           move 0 to TrailerSeenCount
           move "N" to TrailerFoundFlag
           perform ReloadNextAchievementMasterRecord until AchievementMasterBackupFileEnd or TrailerFound
           close AchievementMasterBackupFile
           close AchievementMasterFile
           perform ReportReloadResult
       end-if.

ReloadNextAchievementMasterRecord.
       read AchievementMasterBackupFile
       if AchievementMasterBackupFileOk then
           if AchievementMasterBackupRecord(1:9) = "*TRAILER*" then
               set TrailerFound to true
               move AchievementMasterBackupRecord to TrailerRecord
               move TrailerCount to TrailerSeenCount
           else
               move AchievementMasterBackupRecord to AchievementRecord
               write AchievementRecord
               add 1 to ReloadCount
           end-if
       end-if.

UnloadAchievementProgress.
       open input AchievementProgressFile
       if not AchievementProgressFileOk then
           display "ACHVPRG: not unloaded, file status " AchievementProgressFileStatus
           move AchievementProgressFileStatus to OpenFileStatus
           perform RaiseOpenFailure
       else
           open output AchievementProgressBackupFile
           move 0 to UnloadCount
           move low-values to ACP-Key
           start AchievementProgressFile key is not less than ACP-Key
           if AchievementProgressFileOk then
               perform UnloadNextAchievementProgressRecord until AchievementProgressFileEnd
           end-if
           move spaces to TrailerRecord
           move "*TRAILER*" to TrailerLiteral
           move UnloadCount to TrailerCount
           move TrailerRecord to AchievementProgressBackupRecord
           write AchievementProgressBackupRecord
           close AchievementProgressFile
           close AchievementProgressBackupFile
           display "ACHVPRG: unloaded " UnloadCount " record(s) to ACHVPBKP."
       end-if.

UnloadNextAchievementProgressRecord.
       read AchievementProgressFile next record
       if AchievementProgressFileOk then
           move AchievementProgressRecord to AchievementProgressBackupRecord
           write AchievementProgressBackupRecord
           add 1 to UnloadCount
       end-if.

ReloadAchievementProgress.
       open input AchievementProgressBackupFile
       if not AchievementProgressBackupFileOk then
           display "ACHVPRG: not reloaded, no ACHVPBKP backup (status " AchievementProgressBackupFileStatus ")."
           move AchievementProgressBackupFileStatus to OpenFileStatus
           perform RaiseOpenFailure
       else
           open output AchievementProgressFile
           move 0 to ReloadCount
           move 0 to TrailerSeenCount
           move "N" to TrailerFoundFlag
           perform ReloadNextAchievementProgressRecord until AchievementProgressBackupFileEnd or TrailerFound
           close AchievementProgressBackupFile
           close AchievementProgressFile
           perform ReportReloadResult
       end-if.

ReloadNextAchievementProgressRecord.
       read AchievementProgressBackupFile
       if AchievementProgressBackupFileOk then
           if AchievementProgressBackupRecord(1:9) = "*TRAILER*" then
               set TrailerFound to true
               move AchievementProgressBackupRecord to TrailerRecord
               move TrailerCount to TrailerSeenCount
           else
               move AchievementProgressBackupRecord to AchievementProgressRecord
               write AchievementProgressRecord
               add 1 to ReloadCount
           end-if
       end-if.

UnloadDialogueLanguage.
       open input DialogueLanguageFile
       if not DialogueLanguageFileOk then
           display "DIALLANG: not unloaded, file status " DialogueLanguageFileStatus
           move DialogueLanguageFileStatus to OpenFileStatus
           perform RaiseOpenFailure
       else
           open output DialogueLanguageBackupFile
           move 0 to UnloadCount
           move low-values to DLL-Key
           start DialogueLanguageFile key is not less than DLL-Key
           if DialogueLanguageFileOk then
               perform UnloadNextDialogueLanguageRecord until DialogueLanguageFileEnd
           end-if
           move spaces to TrailerRecord
           move "*TRAILER*" to TrailerLiteral
           move UnloadCount to TrailerCount
           move TrailerRecord to DialogueLanguageBackupRecord
           write DialogueLanguageBackupRecord
           close DialogueLanguageFile
           close DialogueLanguageBackupFile
           display "DIALLANG: unloaded " UnloadCount " record(s) to DIALLBKP."
       end-if.

UnloadNextDialogueLanguageRecord.
       read DialogueLanguageFile next record
       if DialogueLanguageFileOk then
           move DialogueLanguageRecord to DialogueLanguageBackupRecord
           write DialogueLanguageBackupRecord
           add 1 to UnloadCount
       end-if.

ReloadDialogueLanguage.
       open input DialogueLanguageBackupFile
       if not DialogueLanguageBackupFileOk then
           display "DIALLANG: not reloaded, no DIALLBKP backup (status " DialogueLanguageBackupFileStatus ")."
           move DialogueLanguageBackupFileStatus to OpenFileStatus
           perform RaiseOpenFailure
       else
           open output DialogueLanguageFile
           move 0 to ReloadCount
           move 0 to TrailerSeenCount
           move "N" to TrailerFoundFlag
           perform ReloadNextDialogueLanguageRecord until DialogueLanguageBackupFileEnd or TrailerFound
           close DialogueLanguageBackupFile
           close DialogueLanguageFile
           perform ReportReloadResult
       end-if.

ReloadNextDialogueLanguageRecord.
       read DialogueLanguageBackupFile
       if DialogueLanguageBackupFileOk then
           if DialogueLanguageBackupRecord(1:9) = "*TRAILER*" then
               set TrailerFound to true
               move DialogueLanguageBackupRecord to TrailerRecord
               move TrailerCount to TrailerSeenCount
           else
               move DialogueLanguageBackupRecord to DialogueLanguageRecord
               write DialogueLanguageRecord
               add 1 to ReloadCount
           end-if
       end-if.

UnloadRamenStock.
       open input RamenStockFile
       if not RamenStockFileOk then
           display "RAMENSTK: not unloaded, file status " RamenStockFileStatus
           move RamenStockFileStatus to OpenFileStatus
           perform RaiseOpenFailure
       else
           open output RamenStockBackupFile
           move 0 to UnloadCount
           move low-values to STK-ProductCode
           start RamenStockFile key is not less than STK-ProductCode
           if RamenStockFileOk then
               perform UnloadNextRamenStockRecord until RamenStockFileEnd
           end-if
           move spaces to TrailerRecord
           move "*TRAILER*" to TrailerLiteral
           move UnloadCount to TrailerCount
           move TrailerRecord to RamenStockBackupRecord
           write RamenStockBackupRecord
           close RamenStockFile
           close RamenStockBackupFile
           display "RAMENSTK: unloaded " UnloadCount " record(s) to RMSTKBKP."
       end-if.

UnloadNextRamenStockRecord.
       read RamenStockFile next record
       if RamenStockFileOk then
           move RamenStockRecord to RamenStockBackupRecord
           write RamenStockBackupRecord
           add 1 to UnloadCount
       end-if.

ReloadRamenStock.
       open input RamenStockBackupFile
       if not RamenStockBackupFileOk then
           display "RAMENSTK: not reloaded, no RMSTKBKP backup (status " RamenStockBackupFileStatus ")."
           move RamenStockBackupFileStatus to OpenFileStatus
           perform RaiseOpenFailure
       else
           open output RamenStockFile
           move 0 to ReloadCount
           move 0 to TrailerSeenCount
           move "N" to TrailerFoundFlag
           perform ReloadNextRamenStockRecord until RamenStockBackupFileEnd or TrailerFound
           close RamenStockBackupFile
           close RamenStockFile
           perform ReportReloadResult
       end-if.

ReloadNextRamenStockRecord.
       read RamenStockBackupFile
       if RamenStockBackupFileOk then
           if RamenStockBackupRecord(1:9) = "*TRAILER*" then
               set TrailerFound to true
               move RamenStockBackupRecord to TrailerRecord
               move TrailerCount to TrailerSeenCount
           else
               move RamenStockBackupRecord to RamenStockRecord
               write RamenStockRecord
               add 1 to ReloadCount
           end-if
       end-if.

UnloadRamenIngredient.
       open input RamenIngredientFile
       if not RamenIngredientFileOk then
           display "RAMENING: not unloaded, file status " RamenIngredientFileStatus
           move RamenIngredientFileStatus to OpenFileStatus
           perform RaiseOpenFailure
       else
           open output RamenIngredientBackupFile
           move 0 to UnloadCount
           move low-values to ING-Key
           start RamenIngredientFile key is not less than ING-Key
           if RamenIngredientFileOk then
               perform UnloadNextRamenIngredientRecord until RamenIngredientFileEnd
           end-if
           move spaces to TrailerRecord
           move "*TRAILER*" to TrailerLiteral
           move UnloadCount to TrailerCount
           move TrailerRecord to RamenIngredientBackupRecord
           write RamenIngredientBackupRecord
           close RamenIngredientFile
           close RamenIngredientBackupFile
           display "RAMENING: unloaded " UnloadCount " record(s) to RMINGBKP."
       end-if.

UnloadNextRamenIngredientRecord.
       read RamenIngredientFile next record
       if RamenIngredientFileOk then
           move RamenIngredientRecord to RamenIngredientBackupRecord
           write RamenIngredientBackupRecord
           add 1 to UnloadCount
       end-if.

ReloadRamenIngredient.
       open input RamenIngredientBackupFile
       if not RamenIngredientBackupFileOk then
           display "RAMENING: not reloaded, no RMINGBKP backup (status " RamenIngredientBackupFileStatus ")."
           move RamenIngredientBackupFileStatus to OpenFileStatus
           perform RaiseOpenFailure
       else
           open output RamenIngredientFile
           move 0 to ReloadCount
           move 0 to TrailerSeenCount
           move "N" to TrailerFoundFlag
           perform ReloadNextRamenIngredientRecord until RamenIngredientBackupFileEnd or TrailerFound
           close RamenIngredientBackupFile
           close RamenIngredientFile
           perform ReportReloadResult
       end-if.

ReloadNextRamenIngredientRecord.
       read RamenIngredientBackupFile
       if RamenIngredientBackupFileOk then
           if RamenIngredientBackupRecord(1:9) = "*TRAILER*" then
               set TrailerFound to true
               move RamenIngredientBackupRecord to TrailerRecord
               move TrailerCount to TrailerSeenCount
           else
               move RamenIngredientBackupRecord to RamenIngredientRecord
               write RamenIngredientRecord
               add 1 to ReloadCount
           end-if
       end-if.

UnloadRecipeMaster.
       open input RecipeMasterFile
       if not RecipeMasterFileOk then
           display "RECIPEMST: not unloaded, file status " RecipeMasterFileStatus
           move RecipeMasterFileStatus to OpenFileStatus
           perform RaiseOpenFailure
       else
           open output RecipeMasterBackupFile
           move 0 to UnloadCount
           move low-values to RCP-RecipeCode
           start RecipeMasterFile key is not less than RCP-RecipeCode
           if RecipeMasterFileOk then
               perform UnloadNextRecipeMasterRecord until RecipeMasterFileEnd
           end-if
           move spaces to TrailerRecord
           move "*TRAILER*" to TrailerLiteral
           move UnloadCount to TrailerCount
           move TrailerRecord to RecipeMasterBackupRecord
           write RecipeMasterBackupRecord
           close RecipeMasterFile
           close RecipeMasterBackupFile
           display "RECIPEMST: unloaded " UnloadCount " record(s) to RECIPBKP."
       end-if.

UnloadNextRecipeMasterRecord.
       read RecipeMasterFile next record
       if RecipeMasterFileOk then
           move RecipeRecord to RecipeMasterBackupRecord
           write RecipeMasterBackupRecord
           add 1 to UnloadCount
       end-if.

ReloadRecipeMaster.
       open input RecipeMasterBackupFile
       if not RecipeMasterBackupFileOk then
           display "RECIPEMST: not reloaded, no RECIPBKP backup (status " RecipeMasterBackupFileStatus ")."
           move RecipeMasterBackupFileStatus to OpenFileStatus
           perform RaiseOpenFailure
       else
           open output RecipeMasterFile
           move 0 to ReloadCount
           move 0 to TrailerSeenCount
           move "N" to TrailerFoundFlag
           perform ReloadNextRecipeMasterRecord until RecipeMasterBackupFileEnd or TrailerFound
           close RecipeMasterBackupFile
           close RecipeMasterFile
           perform ReportReloadResult
       end-if.

ReloadNextRecipeMasterRecord.
       read RecipeMasterBackupFile
       if RecipeMasterBackupFileOk then
           if RecipeMasterBackupRecord(1:9) = "*TRAILER*" then
               set TrailerFound to true
               move RecipeMasterBackupRecord to TrailerRecord
               move TrailerCount to TrailerSeenCount
           else
               move RecipeMasterBackupRecord to RecipeRecord
               write RecipeRecord
               add 1 to ReloadCount
           end-if
       end-if.
