01 DefaultStepTable.
    02 filler pic x(30) value "MasterBackup".
    02 filler pic x(30) value "LeaderboardReport".
    02 filler pic x(30) value "HallOfFameReport".
    02 filler pic x(30) value "BalanceAnalyticsReport".
    02 filler pic x(30) value "ReconciliationReport".
    02 filler pic x(30) value "GoldReconciliationReport".
    02 filler pic x(30) value "LocationCatalogReport".
    02 filler pic x(30) value "LocationLintReport".
    02 filler pic x(30) value "LocationMaintenance".
    02 filler pic x(30) value "RamenMaintenance".
    02 filler pic x(30) value "RamenStockReceipts".
    02 filler pic x(30) value "RamenIngredientMaintenance".
    02 filler pic x(30) value "ItemMaintenance".
    02 filler pic x(30) value "RecipeMaintenance".
    02 filler pic x(30) value "BoonMaintenance".
    02 filler pic x(30) value "QuestMaintenance".
    02 filler pic x(30) value "MonsterMaintenance".
    02 filler pic x(30) value "EncounterSimulator".
    02 filler pic x(30) value "DialogueMaintenance".
    02 filler pic x(30) value "IntegrityAuditReport".
    02 filler pic x(30) value "TranslationCoverageReport".
    02 filler pic x(30) value "DialogueCoverageReport".
    02 filler pic x(30) value "ReplayDriver".
    02 filler pic x(30) value "GrantApply".
    02 filler pic x(30) value "AchievementAward".
    02 filler pic x(30) value "DormantPlayerArchive".
    02 filler pic x(30) value "NutritionAuditReport".
    02 filler pic x(30) value "RamenDemandReport".
    02 filler pic x(30) value "RamenReplenishment".
    02 filler pic x(30) value "SessionFunnelReport".
    02 filler pic x(30) value "PlayerRosterReport".
    02 filler pic x(30) value "WarehouseExtract".
01 DefaultStepTableRedef redefines DefaultStepTable.
    02 DefaultStepName occurs 32 times pic x(30).
01 DefaultStepCount pic 99 value 32.

01 CycleStepTable.
    02 CycleStepCount pic 99 value 0.
    02 CycleStep occurs 40 times.
        03 CST-StepName pic x(30).
        03 CST-SkipFlag pic x.

01 CompletedStepTable.
    02 CompletedStepCount pic 99 value 0.
    02 CompletedStepName occurs 40 times pic x(30).

01 RestartRequestedFlag pic x value "N".
    88 RestartRequested value "Y".
                   set RestartRequested to true
               end-if
           else
               if CCT-StepName not = spaces and CycleStepCount < 40 then
                   add 1 to CycleStepCount
                   move CCT-StepName to CST-StepName(CycleStepCount)
                   move CCT-SkipFlag to CST-SkipFlag(CycleStepCount)
                       and (ParseWord5 = "OK" or ParseWord5 = "WARNING"))
                   or (ParseWord3 = "SKIPPED"
                       and ParseWord4 = "(RESTART)") then
                   if CompletedStepCount < 40 then
                       add 1 to CompletedStepCount
                       move ParseWord2 to CompletedStepName(CompletedStepCount)
                   end-if
