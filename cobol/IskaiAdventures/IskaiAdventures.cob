        access mode is dynamic
        record key is RMN-ProductCode
        file status is RamenFileStatus.
    select RamenStockFile assign to "RAMENSTK"
        organization is indexed
        access mode is dynamic
        record key is STK-ProductCode
        file status is RamenStockFileStatus.
    select RecipeMasterFile assign to "RECIPEMST"
        organization is indexed
        access mode is dynamic
        record key is RCP-RecipeCode
        file status is RecipeFileStatus.
    select RamenLogFile assign to "RAMENLOG"
        organization is line sequential
        file status is RamenLogFileStatus.
    select GoldLedgerFile assign to "GOLDLOG"
        organization is line sequential
        file status is GoldLedgerFileStatus.
    select BoonMasterFile assign to "BOONMST"
        organization is indexed
        access mode is dynamic
        access mode is dynamic
        record key is DLG-NodeKey
        file status is DialogueFileStatus.
    select DialogueLanguageFile assign to "DIALLANG"
        organization is indexed
        access mode is dynamic
        record key is DLL-Key
        file status is DialogueLanguageFileStatus.
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
    select PlayerArchiveFile assign to "PLAYARCH"
        organization is line sequential
        file status is PlayerArchiveFileStatus.
    select ReplayInputFile assign to "REPLAYIN"
        organization is line sequential
        file status is ReplayInputFileStatus.
copy "INVREC.cpy".
fd RamenMasterFile.
copy "RAMENREC.cpy".
fd RamenStockFile.
copy "RAMENSTKREC.cpy".
fd RecipeMasterFile.
copy "RECIPEREC.cpy".
fd RamenLogFile.
copy "RAMENLOGREC.cpy".
fd GoldLedgerFile.
copy "GOLDLOGREC.cpy".
fd BoonMasterFile.
copy "BOONREC.cpy".
fd ZoneProgressFile.
copy "QPROGREC.cpy".
fd DialogueMasterFile.
copy "DIALREC.cpy".
fd DialogueLanguageFile.
copy "DIALLANGREC.cpy".
fd AchievementMasterFile.
copy "ACHVREC.cpy".
fd AchievementProgressFile.
copy "ACHVPRGREC.cpy".
fd PlayerArchiveFile.
copy "PLAYARCHREC.cpy".
fd ReplayInputFile.
copy "REPLAYINREC.cpy".
fd ReplayOutputFile.
01 PlayerRaceIndex pic 99 value 1.
01 EffectiveAttackPower pic 999 value 0.
01 EffectiveMonsterAttack pic 999 value 0.
01 EquippedCritChance pic 99 value 0.
01 EquippedEvadeChance pic 99 value 0.
01 StrikeMissChance pic 999 value 0.
01 CriticalHitMultiplier pic 9 value 2.
01 MaximumMissChance pic 99 value 95.
01 SessionSeed pic 9(09) value 0.
01 RollState pic 9(10) value 1.
01 RollProduct pic 9(15) value 0.
01 RollQuotient pic 9(10) value 0.
01 RollModulus pic 9(10) value 2147483647.
01 RollMultiplier pic 9(05) value 16807.
01 RollPercent pic 99 value 0.
01 PlayerStartingHealth pic 99 value 10.
01 MonsterVictoryScore pic 999 value 5.
01 CombatOverFlag pic x value "N".
    02 PackListEntry occurs 50 times.
        03 PackListCode pic x(10).
01 PackChoice pic 9(03) value 0.
01 RecipeFileStatus pic xx value "00".
    88 RecipeFileOk value "00".
    88 RecipeFileEnd value "10".
01 RecipeMasterOpenFlag pic x value "N".
    88 RecipeMasterOpen value "Y".
01 CraftListTable.
    02 CraftListCount pic 9(03) value 0.
    02 CraftListEntry occurs 50 times.
        03 CraftListCode pic x(10).
01 CraftChoice pic 9(03) value 0.
01 CraftInputIndex pic 9 value 0.
01 CraftOtherInputIndex pic 9 value 0.
01 CraftInputNeeded pic 9(05) value 0.
01 CraftAffordableFlag pic x value "N".
    88 CraftAffordable value "Y".
01 CraftItemName pic x(30) value spaces.
01 AchievementFileStatus pic xx value "00".
    88 AchievementFileOk value "00".
01 AchievementProgressFileStatus pic xx value "00".
    88 AchievementProgressFileOk value "00".
    88 AchievementProgressFileMissing value "35".
01 BadgeListCount pic 9(03) value 0.
01 BadgeMasterOpenFlag pic x value "N".
    88 BadgeMasterOpen value "Y".
01 BadgeListDoneFlag pic x value "N".
    88 BadgeListDone value "Y".
01 BadgeAnnounceMode pic x value "N".
    88 AnnouncingNewBadges value "Y".
01 EquippedAttackBonus pic 99 value 0.
01 EquippedDefenseBonus pic 99 value 0.
01 MerchantDoneFlag pic x value "N".
    88 RamenFileOk value "00".
    88 RamenFileMissing value "35".
    88 RamenFileEnd value "10".
01 RamenStockFileStatus pic xx value "00".
    88 RamenStockFileOk value "00".
01 RamenStockTrackedFlag pic x value "N".
    88 RamenStockTracked value "Y".
01 RamenLogFileStatus pic xx value "00".
    88 RamenLogFileOk value "00".
01 GoldLedgerFileStatus pic xx value "00".
    88 GoldLedgerFileOk value "00".
01 GoldReasonCode pic x(04) value spaces.
01 GoldReferenceKey pic x(10) value spaces.
01 GoldBalanceBefore pic 9(05) value 0.
01 RamenMenuTable.
    02 RamenMenuCount pic 9(03) value 0.
    02 RamenMenuEntry occurs 20 times.
    88 PlayerSaveFileOk value "00".
    88 PlayerSaveFileMissing value "35".
    88 PlayerKeyNotFound value "23".
01 PlayerArchiveFileStatus pic xx value "00".
    88 PlayerArchiveFileOk value "00".
    88 PlayerArchiveFileEnd value "10".
01 ArchiveRestoredFlag pic x value "N".
    88 ArchivedPlayerRestored value "Y".
01 ArchivedPlayerImage pic x(200) value spaces.
01 PlayerFoundFlag pic x value "N".
    88 PlayerFound value "Y".
    88 PlayerNotFound value "N".
       02 EquippedArmorCode pic x(10) value spaces.
       02 PlayerXp pic 9(05) value 0.
       02 PlayerLevel pic 99 value 1.
       02 PlayerLanguageCode pic x(02) value spaces.
       02 PlayerRaces.
           03 Human pic 9 value 0.
               88 IsntHuman value 0.
01 DialogueFileStatus pic xx value "00".
    88 DialogueFileOk value "00".
    88 DialogueFileMissing value "35".
01 DialogueLanguageFileStatus pic xx value "00".
    88 DialogueLanguageFileOk value "00".
01 DialogueLanguageOpenFlag pic x value "N".
    88 DialogueLanguageOpen value "Y".
01 LanguageMenuTable.
    02 LanguageMenuCount pic 99 value 0.
    02 LanguageMenuEntry occurs 10 times.
        03 LanguageMenuCode pic x(02).
        03 LanguageMenuName pic x(20).
01 LanguageMenuIndex pic 99 value 0.
01 LanguageFoundIndex pic 99 value 0.
01 LanguageChoice pic 9(03) value 0.
01 LanguageListDoneFlag pic x value "N".
    88 LanguageListDone value "Y".
01 ValidLanguageChoiceFlag pic x value "N".
    88 ValidLanguageChoice value "Y".
01 KnownLanguageTable.
    02 filler pic x(22) value "ESSpanish".
    02 filler pic x(22) value "JAJapanese".
    02 filler pic x(22) value "FRFrench".
    02 filler pic x(22) value "DEGerman".
    02 filler pic x(22) value "PTPortuguese".
    02 filler pic x(22) value "ITItalian".
    02 filler pic x(22) value "KOKorean".
    02 filler pic x(22) value "ZHChinese".
01 KnownLanguageTableRedef redefines KnownLanguageTable.
    02 KnownLanguageEntry occurs 8 times.
        03 KnownLanguageCode pic x(02).
        03 KnownLanguageName pic x(20).
01 KnownLanguageIndex pic 99 value 0.
01 CurrentDialogueNode pic x(20) value spaces.
01 DialogueDoneFlag pic x value "N".
    88 DialogueDone value "Y".
move PlayerName to AuditRawValue
move "MAINLINE" to AuditParagraphName
perform LogAuditEntry
perform EstablishSessionSeed

perform LoadPlayerSave


if PlayerFound then
    display "The man's eyes widen. 'Oh, " function trim(PlayerName) ", you again? Right where we left off then.'"
    perform AnnounceNewBadges
end-if

if PlayerFound and PlayerMaxHealth <= 0 then

if PlayerNotFound then

perform ChooseLanguage

perform LoadCheckpoint

if CheckpointStageRace or CheckpointStageBoon then
    move 8 to return-code
    goback
end-if
*> Pantry stock is only tracked once RAMENSTK exists; until then every
*> RAMENMST flavor is always available.
open i-o RamenStockFile.
if RamenStockFileOk then
    set RamenStockTracked to true
end-if
*> Crafting is offered from the pack only once RECIPEMST exists.
open input RecipeMasterFile.
if RecipeFileOk then
    set RecipeMasterOpen to true
end-if
perform LoadDestinationTable
if DestinationCount = 0 then
    display "The world beyond is still unformed. There is nowhere to travel yet."
close ItemMasterFile.
close InventoryFile.
close RamenMasterFile.
if RamenStockTracked then
    close RamenStockFile
end-if
if RecipeMasterOpen then
    close RecipeMasterFile
end-if
close ZoneProgressFile.
close QuestMasterFile.
close QuestProgressFile.
       end-if
       if InventoryListCount = 0 then
           display "Your pack is empty."
           perform ShowBadges
       else
           perform ChoosePackAction
       end-if.
       end-if.

ChoosePackAction.
       display "Enter an item number to equip or unequip it, 98 to craft, 99 to look over your badges, or 0 to close the pack."
       perform GetPlayerInput
       move RawAcceptBuffer to AuditRawValue
       move "CHOOSEPACKACTION" to AuditParagraphName
       move RawAcceptBuffer to PackChoice
       if PackChoice >= 1 and PackChoice <= InventoryListCount then
           perform ToggleEquippedItem
       else
       if PackChoice = 99 then
           perform ShowBadges
       else
       if PackChoice = 98 then
           perform CraftItem
       else
           if PackChoice not = 0 then
               display "That's not one of the options, try again."
           end-if
       end-if
       end-if
       end-if.

*> Only recipes the player can pay for right now are listed: every
*> input on hand in the quantity the recipe asks for and the gold fee
*> in the purse. Crafting consumes the inputs (unequipping anything
*> used up), takes the fee and credits the output item.
CraftItem.
       move 0 to CraftListCount
       if RecipeMasterOpen then
           move low-values to RCP-RecipeCode
           start RecipeMasterFile key is not less than RCP-RecipeCode
           if RecipeFileOk then
               perform LoadNextCraftRecipe until RecipeFileEnd
           end-if
       end-if
       if CraftListCount = 0 then
           display "You don't have what it takes to craft anything yet."
           exit paragraph
       end-if
       display "You lay out your materials. What will you make?"
       perform DisplayCraftListLine
           varying CraftChoice from 1 by 1
           until CraftChoice > CraftListCount
       display "0) Never mind."
       perform GetPlayerInput
       move RawAcceptBuffer to AuditRawValue
       move "CRAFTITEM" to AuditParagraphName
       perform LogAuditEntry
       move RawAcceptBuffer to CraftChoice
       if CraftChoice >= 1 and CraftChoice <= CraftListCount then
           perform CraftChosenRecipe
       else
           if CraftChoice not = 0 then
               display "That's not one of the options, try again."
           end-if
       end-if.

LoadNextCraftRecipe.
       read RecipeMasterFile next record
       if not RecipeFileOk then
           move "10" to RecipeFileStatus
           exit paragraph
       end-if
       perform CheckRecipeAffordable
       if CraftAffordable and CraftListCount < 50 then
           add 1 to CraftListCount
           move RCP-RecipeCode to CraftListCode(CraftListCount)
       end-if.

CheckRecipeAffordable.
       move "Y" to CraftAffordableFlag
       if RCP-GoldFee > PlayerGold then
           move "N" to CraftAffordableFlag
           exit paragraph
       end-if
       perform CheckCraftInputOnHand
           varying CraftInputIndex from 1 by 1
           until CraftInputIndex > 4 or not CraftAffordable.

CheckCraftInputOnHand.
       if RCP-InputItemCode(CraftInputIndex) = spaces then
           exit paragraph
       end-if
*> An item named in more than one slot must cover all of them at once.
       move 0 to CraftInputNeeded
       perform AddCraftInputNeeded
           varying CraftOtherInputIndex from 1 by 1
           until CraftOtherInputIndex > 4
       move PlayerName to INV-PlayerName
       move RCP-InputItemCode(CraftInputIndex) to INV-ItemCode
       read InventoryFile key is INV-Key
       if not InventoryFileOk then
           move "N" to CraftAffordableFlag
       else
           if INV-Quantity < CraftInputNeeded then
               move "N" to CraftAffordableFlag
           end-if
       end-if.

AddCraftInputNeeded.
       if RCP-InputItemCode(CraftOtherInputIndex) = RCP-InputItemCode(CraftInputIndex) then
           add RCP-InputQuantity(CraftOtherInputIndex) to CraftInputNeeded
       end-if.

DisplayCraftListLine.
       move CraftListCode(CraftChoice) to RCP-RecipeCode
       read RecipeMasterFile key is RCP-RecipeCode
       move RCP-OutputItemCode to ITM-ItemCode
       read ItemMasterFile key is ITM-ItemCode
       if not ItemFileOk then
           move RCP-OutputItemCode to ITM-ItemName
       end-if
       display CraftChoice ") " function trim(RCP-RecipeName) " - makes " function trim(ITM-ItemName) " x" RCP-OutputQuantity ", fee " RCP-GoldFee " gold"
       perform DisplayCraftInputLine
           varying CraftInputIndex from 1 by 1
           until CraftInputIndex > 4.

DisplayCraftInputLine.
       if RCP-InputItemCode(CraftInputIndex) not = spaces then
           move RCP-InputItemCode(CraftInputIndex) to ITM-ItemCode
           read ItemMasterFile key is ITM-ItemCode
           if not ItemFileOk then
               move RCP-InputItemCode(CraftInputIndex) to ITM-ItemName
           end-if
           display "     uses " function trim(ITM-ItemName) " x" RCP-InputQuantity(CraftInputIndex)
       end-if.

CraftChosenRecipe.
       move CraftListCode(CraftChoice) to RCP-RecipeCode
       read RecipeMasterFile key is RCP-RecipeCode
       if not RecipeFileOk then
           exit paragraph
       end-if
       perform ConsumeCraftInput
           varying CraftInputIndex from 1 by 1
           until CraftInputIndex > 4
       move PlayerName to INV-PlayerName
       move RCP-OutputItemCode to INV-ItemCode
       read InventoryFile key is INV-Key
       if not ReplayModeActive then
           if InventoryFileOk then
               add RCP-OutputQuantity to INV-Quantity
               rewrite InventoryRecord
           else
               move PlayerName to INV-PlayerName
               move RCP-OutputItemCode to INV-ItemCode
               move RCP-OutputQuantity to INV-Quantity
               write InventoryRecord
           end-if
       end-if
       move PlayerGold to GoldBalanceBefore
       subtract RCP-GoldFee from PlayerGold
       move "CRFT" to GoldReasonCode
       move RCP-RecipeCode to GoldReferenceKey
       perform LogGoldMovement
       move RCP-OutputItemCode to ITM-ItemCode
       read ItemMasterFile key is ITM-ItemCode
       if not ItemFileOk then
           move RCP-OutputItemCode to ITM-ItemName
       end-if
       move ITM-ItemName to CraftItemName
       display "You work the materials into " function trim(CraftItemName) " x" RCP-OutputQuantity "."
       display "Your gold: " PlayerGold
       perform SavePlayerInfo.

ConsumeCraftInput.
       if RCP-InputItemCode(CraftInputIndex) = spaces then
           exit paragraph
       end-if
       move PlayerName to INV-PlayerName
       move RCP-InputItemCode(CraftInputIndex) to INV-ItemCode
       read InventoryFile key is INV-Key
       if not InventoryFileOk then
           exit paragraph
       end-if
       subtract RCP-InputQuantity(CraftInputIndex) from INV-Quantity
       if INV-Quantity = 0 and INV-ItemCode = EquippedWeaponCode then
           move spaces to EquippedWeaponCode
           perform LoadEquippedBonuses
       end-if
       if INV-Quantity = 0 and INV-ItemCode = EquippedArmorCode then
           move spaces to EquippedArmorCode
           perform LoadEquippedBonuses
       end-if
       if not ReplayModeActive then
           if INV-Quantity = 0 then
               delete InventoryFile record
           else
               rewrite InventoryRecord
           end-if
       end-if.

ToggleEquippedItem.
       end-if
       end-if.

AnnounceNewBadges.
*> Badges are awarded overnight by AchievementAward with ACP-SeenFlag
*> off; the first greeting after the award announces them and marks
*> them seen.
       move "Y" to BadgeAnnounceMode
       perform WalkPlayerBadges
       move "N" to BadgeAnnounceMode.

ShowBadges.
       display "Pinned inside the flap of your pack:"
       perform WalkPlayerBadges
       if BadgeListCount = 0 then
           display "No badges yet. The man keeps a ledger of deeds; do something worth writing down."
       end-if.

WalkPlayerBadges.
       move 0 to BadgeListCount
       open i-o AchievementProgressFile
       if AchievementProgressFileOk then
           open input AchievementMasterFile
           move "N" to BadgeMasterOpenFlag
           if AchievementFileOk then
               set BadgeMasterOpen to true
           end-if
           move "N" to BadgeListDoneFlag
           move PlayerName to ACP-PlayerName
           move low-values to ACP-AchievementCode
           start AchievementProgressFile key is not less than ACP-Key
           if AchievementProgressFileOk then
               perform ShowNextBadge until BadgeListDone
           end-if
           if BadgeMasterOpen then
               close AchievementMasterFile
           end-if
           close AchievementProgressFile
       end-if.

ShowNextBadge.
       read AchievementProgressFile next record
       if AchievementProgressFileOk and ACP-PlayerName = PlayerName then
           move ACP-AchievementCode to ACH-AchievementCode
           if BadgeMasterOpen then
               read AchievementMasterFile key is ACH-AchievementCode
           end-if
           if not BadgeMasterOpen or not AchievementFileOk then
               move ACP-AchievementCode to ACH-Title
               move spaces to ACH-Description
           end-if
           if AnnouncingNewBadges then
               if not ACP-Seen then
                   add 1 to BadgeListCount
                   display "'And word travels fast up here -- you've earned the " function trim(ACH-Title) " badge.'"
                   if not ReplayModeActive then
                       move "Y" to ACP-SeenFlag
                       rewrite AchievementProgressRecord
                   end-if
               end-if
           else
               add 1 to BadgeListCount
               display BadgeListCount ") " function trim(ACH-Title) " -- " function trim(ACH-Description)
                   " (earned " ACP-UnlockedTimestamp(1:4) "-" ACP-UnlockedTimestamp(5:2) "-" ACP-UnlockedTimestamp(7:2) ")"
           end-if
       else
           move "Y" to BadgeListDoneFlag
       end-if.

LoadEquippedBonuses.
       move 0 to EquippedAttackBonus
       move 0 to EquippedDefenseBonus
       move 0 to EquippedCritChance
       move 0 to EquippedEvadeChance
       if EquippedWeaponCode not = spaces then
           move EquippedWeaponCode to ITM-ItemCode
           read ItemMasterFile key is ITM-ItemCode
           if ItemFileOk then
               move ITM-AttackBonus to EquippedAttackBonus
               move ITM-CritChance to EquippedCritChance
           end-if
       end-if
       if EquippedArmorCode not = spaces then
           read ItemMasterFile key is ITM-ItemCode
           if ItemFileOk then
               move ITM-DefenseBonus to EquippedDefenseBonus
               move ITM-EvadeChance to EquippedEvadeChance
           end-if
       end-if.

                       rewrite InventoryRecord
                   end-if
               end-if
               move PlayerGold to GoldBalanceBefore
               add SellUnitValue to PlayerGold
               move "SELL" to GoldReasonCode
               move SellListCode(SellChoice) to GoldReferenceKey
               perform LogGoldMovement
               display "You hand over one " function trim(SellItemName) " for " SellUnitValue " gold."
               display "Your gold: " PlayerGold
               perform SavePlayerInfo
       if PlayerGold < HealingDraughtPrice then
           display "'Short on coin, friend. Come back richer.'"
       else
           move PlayerGold to GoldBalanceBefore
           subtract HealingDraughtPrice from PlayerGold
           move "DRAU" to GoldReasonCode
           move spaces to GoldReferenceKey
           perform LogGoldMovement
           if PlayerMaxHealth + HealingDraughtHeal > 99 then
               move 99 to PlayerMaxHealth
           else
           move "N" to RamenServedFlag
           perform EatSomeRamen
           if RamenServed then
               move PlayerGold to GoldBalanceBefore
               subtract MerchantRamenPrice from PlayerGold
               move "RAMN" to GoldReasonCode
               move RamenMenuCode(RamenChoice) to GoldReferenceKey
               perform LogGoldMovement
               display "You pay the merchant " MerchantRamenPrice " gold. Your gold: " PlayerGold
               perform SavePlayerInfo
           end-if
LoadNextRamenFlavor.
       read RamenMasterFile next record
       if RamenFileOk and RamenMenuCount < 20 then
           if RamenStockTracked then
               move RMN-ProductCode to STK-ProductCode
               read RamenStockFile key is STK-ProductCode
               if not RamenStockFileOk or STK-OnHandQty = 0 then
                   exit paragraph
               end-if
           end-if
           add 1 to RamenMenuCount
           move RMN-ProductCode to RamenMenuCode(RamenMenuCount)
           move RMN-FlavorName to RamenMenuFlavor(RamenMenuCount)
       display "You slurp down a serving of " function trim(RamenMenuFlavor(RamenChoice)) " ramen. Warmth spreads through you."
       display "Health restored: " RamenHealAmount " -- your health: " PlayerMaxHealth
       set RamenServed to true
       perform DrawDownRamenStock
       perform LogRamenConsumption
       move "E" to QuestEventType
       move RamenMenuCode(RamenChoice) to QuestEventName
       perform CheckQuestProgress.

DrawDownRamenStock.
*> One serving leaves the pantry. Replays never touch the stock.
       if ReplayModeActive or not RamenStockTracked then
           exit paragraph
       end-if
       move RamenMenuCode(RamenChoice) to STK-ProductCode
       read RamenStockFile key is STK-ProductCode
       if RamenStockFileOk and STK-OnHandQty > 0 then
           subtract 1 from STK-OnHandQty
           rewrite RamenStockRecord
       end-if.

LogRamenConsumption.
       if ReplayModeActive then
           exit paragraph
       write RamenConsumptionRecord
       close RamenLogFile.

LogGoldMovement.
*> One GOLDLOG line per change to PlayerGold. The caller saves the
*> balance in GoldBalanceBefore, moves the gold, and names the reason
*> and item/quest key; the sign and amount come from the difference.
       if ReplayModeActive or PlayerGold = GoldBalanceBefore then
           exit paragraph
       end-if
       open extend GoldLedgerFile
       if not GoldLedgerFileOk then
           open output GoldLedgerFile
       end-if
       move function current-date to GLD-Timestamp
       move PlayerSessionId to GLD-SessionId
       move PlayerName to GLD-PlayerName
       move GoldReasonCode to GLD-ReasonCode
       move GoldReferenceKey to GLD-ReferenceKey
       if PlayerGold > GoldBalanceBefore then
           move "+" to GLD-AmountSign
           compute GLD-Amount = PlayerGold - GoldBalanceBefore
       else
           move "-" to GLD-AmountSign
           compute GLD-Amount = GoldBalanceBefore - PlayerGold
       end-if
       move GoldBalanceBefore to GLD-BalanceBefore
       move PlayerGold to GLD-BalanceAfter
       write GoldLedgerRecord
       close GoldLedgerFile.

OfferBoon.
       display "The man raises a hand. 'One more thing before you go. Accept a boon of my making.'"
       perform LoadBoonMenu
                   display "The man's voice drifts down: 'Task complete. Well done.'"
                   display "'" function trim(QST-QuestText) "' -- reward: " QST-ScoreReward " favor, " QST-GoldReward " gold."
                   add QST-ScoreReward to PlayerScore
                   move PlayerGold to GoldBalanceBefore
                   add QST-GoldReward to PlayerGold
                   move "QRWD" to GoldReasonCode
                   move QST-QuestKey to GoldReferenceKey
                   perform LogGoldMovement
                   perform SavePlayerInfo
               end-if
               if not ReplayModeActive then
       move 3 to ITM-AttackBonus
       move 0 to ITM-DefenseBonus
       move 0 to ITM-HealAmount
       move 10 to ITM-CritChance
       move 0 to ITM-EvadeChance
       write ItemRecord

       move "SKL001" to ITM-ItemCode
       move 0 to ITM-AttackBonus
       move 2 to ITM-DefenseBonus
       move 0 to ITM-HealAmount
       move 0 to ITM-CritChance
       move 5 to ITM-EvadeChance
       write ItemRecord

       move "SLM001" to ITM-ItemCode
       move 0 to ITM-AttackBonus
       move 0 to ITM-DefenseBonus
       move 4 to ITM-HealAmount
       move 0 to ITM-CritChance
       move 0 to ITM-EvadeChance
       write ItemRecord.

CombatRound.
       end-if.

PlayerStrike.
*> Hit and critical rolls come from the session's seeded sequence, in
*> a fixed order (miss roll, then critical roll only when the blow
*> lands), so a replay fed the same seed and answers lands the same
*> blows.
       display "You strike!"
       if MON-EvadeChance > 0 then
           perform RollPercentile
           if RollPercent < MON-EvadeChance then
               display "The " function trim(MON-MonsterName) " twists aside. You miss!"
               exit paragraph
           end-if
       end-if
       compute EffectiveAttackPower = PlayerAttackPower + MON-RaceAttackMod(PlayerRaceIndex) + BoonBonusAttack + EquippedAttackBonus
       if EquippedCritChance > 0 then
           perform RollPercentile
           if RollPercent < EquippedCritChance then
               display "A critical hit!"
               if EffectiveAttackPower * CriticalHitMultiplier > 999 then
                   move 999 to EffectiveAttackPower
               else
                   multiply CriticalHitMultiplier by EffectiveAttackPower
               end-if
           end-if
       end-if
       if EffectiveAttackPower >= MON-MonsterHealth then
           move 0 to MON-MonsterHealth
       else

MonsterStrike.
       display "The " function trim(MON-MonsterName) " attacks!"
       compute StrikeMissChance = MON-MissChance + EquippedEvadeChance
       if StrikeMissChance > MaximumMissChance then
           move MaximumMissChance to StrikeMissChance
       end-if
       if StrikeMissChance > 0 then
           perform RollPercentile
           if RollPercent < StrikeMissChance then
               display "It misses you!"
               move 0 to RoundDefenseBonus
               exit paragraph
           end-if
       end-if
       if MON-RaceDefenseMod(PlayerRaceIndex) + EquippedDefenseBonus + RoundDefenseBonus >= MON-MonsterAttack then
           move 0 to EffectiveMonsterAttack
       else
           compute EffectiveMonsterAttack = MON-MonsterAttack - MON-RaceDefenseMod(PlayerRaceIndex) - EquippedDefenseBonus - RoundDefenseBonus
       end-if
       if MON-CritChance > 0 and EffectiveMonsterAttack > 0 then
           perform RollPercentile
           if RollPercent < MON-CritChance then
               display "A critical hit!"
               if EffectiveMonsterAttack * CriticalHitMultiplier > 999 then
                   move 999 to EffectiveMonsterAttack
               else
                   multiply CriticalHitMultiplier by EffectiveMonsterAttack
               end-if
           end-if
       end-if
       if EffectiveMonsterAttack >= PlayerMaxHealth then
           move 0 to PlayerMaxHealth
       else
       move "GOB001" to MON-DropItemCode
       move 10 to MON-ExperienceValue
       move spaces to MON-BossFlag
       move 15 to MON-MissChance
       move 5 to MON-CritChance
       move 10 to MON-EvadeChance
       write MonsterRecord

       move "Goblin King" to MON-MonsterName
       move "GOB001" to MON-DropItemCode
       move 30 to MON-ExperienceValue
       move "Y" to MON-BossFlag
       move 10 to MON-MissChance
       move 10 to MON-CritChance
       move 5 to MON-EvadeChance
       write MonsterRecord

       move "Skeleton" to MON-MonsterName
       move "SKL001" to MON-DropItemCode
       move 15 to MON-ExperienceValue
       move spaces to MON-BossFlag
       move 10 to MON-MissChance
       move 5 to MON-CritChance
       move 15 to MON-EvadeChance
       write MonsterRecord

       move "Slime" to MON-MonsterName
       move "SLM001" to MON-DropItemCode
       move 8 to MON-ExperienceValue
       move spaces to MON-BossFlag
       move 25 to MON-MissChance
       move 0 to MON-CritChance
       move 5 to MON-EvadeChance
       write MonsterRecord.

EstablishSessionSeed.
*> Every combat roll comes from one seeded sequence per session. A live
*> run seeds from the clock and records the seed on AUDITTRL right
*> after the MAINLINE row, so ReplayDriver stages it in recorded order;
*> a replay run takes the seed from that staged line instead. A
*> session recorded before seeds were kept has no SEED line: its first
*> staged answer is handed back to GetPlayerInput untouched and the
*> sequence starts from the default seed.
       move 1 to SessionSeed
       if ReplayModeActive then
           read ReplayInputFile
           if ReplayInputFileOk then
               if RPI-RawValue(1:5) = "SEED " and RPI-RawValue(6:9) is numeric then
                   move RPI-RawValue(6:9) to SessionSeed
                   display "> " function trim(RPI-RawValue)
               else
                   set ReplayInputPending to true
               end-if
           end-if
       else
           move function current-date(8:9) to SessionSeed
           move spaces to AuditRawValue
           string "SEED " delimited by size
               SessionSeed delimited by size
               into AuditRawValue
           move "SESSIONSEED" to AuditParagraphName
           perform LogAuditEntry
       end-if
       if SessionSeed = 0 then
           move 1 to SessionSeed
       end-if
       move SessionSeed to RollState.

RollPercentile.
*> Next value of the seeded sequence (Park-Miller minimal standard
*> generator) scaled to a whole percentage 0-99 in RollPercent.
       compute RollProduct = RollState * RollMultiplier
       divide RollProduct by RollModulus giving RollQuotient remainder RollState
       compute RollPercent = RollState * 100 / RollModulus.

GetPlayerInput.
*> Single gate for every player answer: console ACCEPT normally, the
*> next recorded REPLAYIN line in replay mode. A faithful replay
LoadPlayerSave.
       move PlayerName to SAV-PlayerName
       read PlayerSaveFile key is SAV-PlayerName
       if not PlayerSaveFileOk then
           perform RestoreArchivedPlayer
           if ArchivedPlayerRestored then
               move ArchivedPlayerImage to PlayerSaveRecord
               move "00" to PlayerSaveFileStatus
           end-if
       end-if
       if PlayerSaveFileOk then
           set PlayerFound to true
           move SAV-PlayerMaxHealth to PlayerMaxHealth
           move SAV-EquippedArmor to EquippedArmorCode
           move SAV-PlayerXp to PlayerXp
           move SAV-PlayerLevel to PlayerLevel
           move SAV-LanguageCode to PlayerLanguageCode
           if PlayerLevel = 0 then
               move 1 to PlayerLevel
           end-if
           set PlayerNotFound to true
       end-if.

RestoreArchivedPlayer.
*> A name missing from PLAYERMST may belong to a player
*> DormantPlayerArchive moved to PLAYARCH; every archived row of theirs
*> is written back to its master so they pick up where they left off.
*> A replay run writes nothing persistent: it only takes the archived
*> PLAYERMST row into memory.
       move "N" to ArchiveRestoredFlag
       open input PlayerArchiveFile
       if not PlayerArchiveFileOk then
           exit paragraph
       end-if
       if not ReplayModeActive then
           open i-o InventoryFile
           if InventoryFileMissing then
               open output InventoryFile
               close InventoryFile
               open i-o InventoryFile
           end-if
           open i-o QuestProgressFile
           if QuestProgressFileMissing then
               open output QuestProgressFile
               close QuestProgressFile
               open i-o QuestProgressFile
           end-if
           open i-o ZoneProgressFile
           if ZoneProgressFileMissing then
               open output ZoneProgressFile
               close ZoneProgressFile
               open i-o ZoneProgressFile
           end-if
           open i-o AchievementProgressFile
           if AchievementProgressFileMissing then
               open output AchievementProgressFile
               close AchievementProgressFile
               open i-o AchievementProgressFile
           end-if
       end-if
       perform RestoreNextArchiveRow until PlayerArchiveFileEnd
       close PlayerArchiveFile
       if not ReplayModeActive then
           close InventoryFile
           close QuestProgressFile
           close ZoneProgressFile
           close AchievementProgressFile
       end-if
       if ArchivedPlayerRestored then
           display "The man blows the dust off an old ledger. 'Been a long while. I kept your things.'"
       end-if.

RestoreNextArchiveRow.
       read PlayerArchiveFile
       if not PlayerArchiveFileOk or ARC-PlayerName not = PlayerName then
           exit paragraph
       end-if
       if ARC-PlayerRow then
           set ArchivedPlayerRestored to true
           move ARC-RecordImage to ArchivedPlayerImage
       end-if
       if ReplayModeActive then
           exit paragraph
       end-if
       if ARC-PlayerRow then
           move ARC-RecordImage to PlayerSaveRecord
           write PlayerSaveRecord
       else
           if ARC-CheckpointRow then
               move ARC-RecordImage to CheckpointRecord
               write CheckpointRecord
           else
               if ARC-InventoryRow then
                   move ARC-RecordImage to InventoryRecord
                   write InventoryRecord
               else
                   if ARC-QuestProgressRow then
                       move ARC-RecordImage to QuestProgressRecord
                       write QuestProgressRecord
                   else
                       if ARC-ZoneProgressRow then
                           move ARC-RecordImage to ZoneProgressRecord
                           write ZoneProgressRecord
                       else
                           if ARC-AchievementRow then
                               move ARC-RecordImage to AchievementProgressRecord
                               write AchievementProgressRecord
                           end-if
                       end-if
                   end-if
               end-if
           end-if
       end-if.

SavePlayerInfo.
       move PlayerName to SAV-PlayerName
       move PlayerMaxHealth to SAV-PlayerMaxHealth
       move EquippedArmorCode to SAV-EquippedArmor
       move PlayerXp to SAV-PlayerXp
       move PlayerLevel to SAV-PlayerLevel
       move PlayerLanguageCode to SAV-LanguageCode
       move function current-date(1:8) to SAV-LastPlayedDate
       if not ReplayModeActive then
           rewrite PlayerSaveRecord
           if not PlayerSaveFileOk then
           move 8 to return-code
           goback
       end-if
       perform OpenDialogueLanguage
       display "The man turns to " function trim(PlayerName) "."
       move "PROBLEM" to CurrentDialogueNode
       move "N" to DialogueDoneFlag
       perform WalkDialogueNode until DialogueDone
       perform CloseDialogueLanguage
       close DialogueMasterFile
       display "".

       move "RACEPICK" to DLG-NodeKey
       read DialogueMasterFile key is DLG-NodeKey
       if DialogueFileOk then
           perform OpenDialogueLanguage
           move "RACEPICK" to CurrentDialogueNode
           move "N" to DialogueDoneFlag
           perform WalkDialogueNode until DialogueDone
           perform CloseDialogueLanguage
       end-if
       close DialogueMasterFile.

           display "The man trails off, losing his train of thought."
           set DialogueDone to true
       else
           perform ApplyNodeTranslation
           perform DisplayNodePrompt
           perform BuildVisibleOptionList
           if VisibleOptionCount = 0 then
           end-if
       end-if.

OpenDialogueLanguage.
       move "N" to DialogueLanguageOpenFlag
       if PlayerLanguageCode not = spaces then
           open input DialogueLanguageFile
           if DialogueLanguageFileOk then
               set DialogueLanguageOpen to true
           end-if
       end-if.

CloseDialogueLanguage.
       if DialogueLanguageOpen then
           close DialogueLanguageFile
           move "N" to DialogueLanguageOpenFlag
       end-if.

ApplyNodeTranslation.
*> Lays the player's DIALLANG texts over the node just read. Any text
*> not translated yet (blank) keeps the base DIALMST text; the walk
*> never rewrites DIALMST, so the overlay only lives for this node.
       if not DialogueLanguageOpen then
           exit paragraph
       end-if
       move DLG-NodeKey to DLL-NodeKey
       move PlayerLanguageCode to DLL-LanguageCode
       read DialogueLanguageFile key is DLL-Key
       if not DialogueLanguageFileOk then
           exit paragraph
       end-if
       if DLL-PromptText not = spaces then
           move DLL-PromptText to DLG-PromptText
       end-if
       if DLL-AltPromptText not = spaces and DLG-AltPromptText not = spaces then
           move DLL-AltPromptText to DLG-AltPromptText
       end-if
       perform ApplyOptionTranslation
           varying DialogueOptionIndex from 1 by 1
           until DialogueOptionIndex > 4.

ApplyOptionTranslation.
       if DLL-OptionText(DialogueOptionIndex) not = spaces then
           move DLL-OptionText(DialogueOptionIndex) to DLG-OptionText(DialogueOptionIndex)
       end-if.

ChooseLanguage.
*> A newcomer picks the language the man speaks to them in. The menu
*> is the base text plus every language with a translation on
*> DIALLANG; with no translations on file nothing is asked.
       move spaces to PlayerLanguageCode
       perform LoadLanguageMenu
       if LanguageMenuCount = 0 then
           exit paragraph
       end-if
       display "The man pauses. 'Before we go on -- which tongue do you speak?'"
       move "N" to ValidLanguageChoiceFlag
       perform AcceptLanguageChoice until ValidLanguageChoice
       if LanguageChoice > 1 then
           compute LanguageMenuIndex = LanguageChoice - 1
           move LanguageMenuCode(LanguageMenuIndex) to PlayerLanguageCode
       end-if.

LoadLanguageMenu.
       move 0 to LanguageMenuCount
       open input DialogueLanguageFile
       if not DialogueLanguageFileOk then
           exit paragraph
       end-if
       move "N" to LanguageListDoneFlag
       move low-values to DLL-Key
       start DialogueLanguageFile key is not less than DLL-Key
       if DialogueLanguageFileOk then
           perform LoadNextLanguageCode until LanguageListDone
       end-if
       close DialogueLanguageFile.

LoadNextLanguageCode.
       read DialogueLanguageFile next record
       if not DialogueLanguageFileOk then
           set LanguageListDone to true
           exit paragraph
       end-if
       move 0 to LanguageFoundIndex
       perform FindLanguageMenuEntry
           varying LanguageMenuIndex from 1 by 1
           until LanguageMenuIndex > LanguageMenuCount or LanguageFoundIndex > 0
       if LanguageFoundIndex = 0 and LanguageMenuCount < 10 then
           add 1 to LanguageMenuCount
           move DLL-LanguageCode to LanguageMenuCode(LanguageMenuCount)
           move DLL-LanguageCode to LanguageMenuName(LanguageMenuCount)
           perform NameKnownLanguage
               varying KnownLanguageIndex from 1 by 1
               until KnownLanguageIndex > 8
       end-if.

FindLanguageMenuEntry.
       if LanguageMenuCode(LanguageMenuIndex) = DLL-LanguageCode then
           move LanguageMenuIndex to LanguageFoundIndex
       end-if.

NameKnownLanguage.
       if KnownLanguageCode(KnownLanguageIndex) = DLL-LanguageCode then
           move KnownLanguageName(KnownLanguageIndex) to LanguageMenuName(LanguageMenuCount)
       end-if.

AcceptLanguageChoice.
       move 1 to LanguageChoice
       display LanguageChoice ") English"
       perform DisplayLanguageMenuLine
           varying LanguageMenuIndex from 1 by 1
           until LanguageMenuIndex > LanguageMenuCount
       perform GetPlayerInput
       move RawAcceptBuffer to AuditRawValue
       move "CHOOSELANGUAGE" to AuditParagraphName
       perform LogAuditEntry
       move RawAcceptBuffer to LanguageChoice
       if LanguageChoice >= 1 and LanguageChoice <= LanguageMenuCount + 1 then
           set ValidLanguageChoice to true
       else
           display "The man blinks. 'Pick one of those, please.'"
       end-if.

DisplayLanguageMenuLine.
       compute LanguageChoice = LanguageMenuIndex + 1
       display LanguageChoice ") " function trim(LanguageMenuName(LanguageMenuIndex)).

DisplayNodePrompt.
       if DLG-AltPromptText not = spaces then
           move DLG-AltCondRaceIndex to CondRaceIndex
