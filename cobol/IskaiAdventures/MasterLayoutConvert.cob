
*> One-time layout conversion for the indexed masters whose records
*> grew: PLAYERMST (147 -> 179 bytes: gold balance, equipped item
*> codes, experience and level; 179 -> 189: last-played date and
*> dialogue language), CHECKPT (167 -> 199: the same),
*> ITEMMST (140 -> 152: merchant sell value, equip slot, combat
*> bonuses and consumable heal; 152 -> 156: weapon crit and armor
*> evade chances), MONSTMST (144 -> 148: experience value and boss
*> flag; 148 -> 154: miss, crit and evade chances), and DIALMST
*> (837 -> 1317: alternate prompt and listener conditions).
*> PLAYERMST, ITEMMST and MONSTMST have had two layouts before the
*> current one: the prior layout is tried before the original, and a
*> prior-layout file keeps everything it already carries.
*> An old-layout file opened under the new record definitions fails
*> with file status 39, so run this once after deploying the new
*> layouts and before the first game or batch run.
*> a sequential work file, and rewritten in the new layout with zeroed
*> gold balances, empty equipment slots, zeroed experience at level 1,
*> zeroed sell values, combat bonuses and monster experience values,
*> zeroed hit, crit and evade chances, last-played dates set to the
*> conversion date (so no converted player is dormant on day one), the
*> base dialogue language, and blank dialogue conditions (every node
*> and option stays unconditional). Record counts in and out are
*> printed and must match. RETURN-CODE: 0 converted or nothing to do,
*> 8 on any failure.

environment division.
input-output section.
        access mode is dynamic
        record key is OldSAV-PlayerName
        file status is PlayerOldFileStatus.
    select PlayerPriorFile assign to "PLAYERMST"
        organization is indexed
        access mode is dynamic
        record key is PriorSAV-PlayerName
        file status is PlayerPriorFileStatus.
    select PlayerWorkFile assign to "PLAYRCVT"
        organization is line sequential
        file status is PlayerWorkFileStatus.
        access mode is dynamic
        record key is OldITM-ItemCode
        file status is ItemOldFileStatus.
    select ItemPriorFile assign to "ITEMMST"
        organization is indexed
        access mode is dynamic
        record key is PriorITM-ItemCode
        file status is ItemPriorFileStatus.
    select ItemWorkFile assign to "ITEMCVT"
        organization is line sequential
        file status is ItemWorkFileStatus.
        access mode is dynamic
        record key is OldMON-MonsterName
        file status is MonsterOldFileStatus.
    select MonsterPriorFile assign to "MONSTMST"
        organization is indexed
        access mode is dynamic
        record key is PriorMON-MonsterName
        file status is MonsterPriorFileStatus.
    select MonsterWorkFile assign to "MONSTCVT"
        organization is line sequential
        file status is MonsterWorkFileStatus.
01 PlayerOldRecord.
    02 OldSAV-PlayerName pic x(100).
    02 OldSAV-Rest pic x(47).
fd PlayerPriorFile.
01 PlayerPriorRecord.
    02 PriorSAV-PlayerName pic x(100).
    02 PriorSAV-Rest pic x(79).
fd PlayerWorkFile.
01 PlayerWorkRecord.
    02 WRKP-PlayerName pic x(100).
    02 WRKP-PlayerScore pic s999.
    02 WRKP-PlayerRaces pic x(12).
    02 WRKP-BoonName pic x(30).
    02 WRKP-PlayerGold pic 9(05).
    02 WRKP-EquippedWeapon pic x(10).
    02 WRKP-EquippedArmor pic x(10).
    02 WRKP-PlayerXp pic 9(05).
    02 WRKP-PlayerLevel pic 99.
fd CheckpointFile.
copy "CHECKREC.cpy".
fd CheckpointOldFile.
01 ItemOldRecord.
    02 OldITM-ItemCode pic x(10).
    02 OldITM-Rest pic x(130).
fd ItemPriorFile.
01 ItemPriorRecord.
    02 PriorITM-ItemCode pic x(10).
    02 PriorITM-Rest pic x(142).
fd ItemWorkFile.
01 ItemWorkRecord.
    02 WRKI-ItemCode pic x(10).
    02 WRKI-ItemName pic x(30).
    02 WRKI-ItemDescription pic x(100).
    02 WRKI-SellValue pic 9(05).
    02 WRKI-EquipSlot pic x(01).
    02 WRKI-AttackBonus pic 99.
    02 WRKI-DefenseBonus pic 99.
    02 WRKI-HealAmount pic 99.
fd MonsterMasterFile.
copy "MONSTREC.cpy".
fd MonsterOldFile.
01 MonsterOldRecord.
    02 OldMON-MonsterName pic x(30).
    02 OldMON-Rest pic x(114).
fd MonsterPriorFile.
01 MonsterPriorRecord.
    02 PriorMON-MonsterName pic x(30).
    02 PriorMON-Rest pic x(118).
fd MonsterWorkFile.
01 MonsterWorkRecord.
    02 WRKM-MonsterName pic x(30).
    02 WRKM-RaceModifierTable pic x(48).
    02 WRKM-LocationName pic x(50).
    02 WRKM-DropItemCode pic x(10).
    02 WRKM-ExperienceValue pic 999.
    02 WRKM-BossFlag pic x(01).
fd DialogueMasterFile.
copy "DIALREC.cpy".
fd DialogueOldFile.
01 PlayerOldFileStatus pic xx value "00".
    88 PlayerOldFileOk value "00".
    88 PlayerOldFileEnd value "10".
01 PlayerPriorFileStatus pic xx value "00".
    88 PlayerPriorFileOk value "00".
    88 PlayerPriorFileEnd value "10".
01 PlayerWorkFileStatus pic xx value "00".
    88 PlayerWorkFileOk value "00".
    88 PlayerWorkFileEnd value "10".
01 ItemOldFileStatus pic xx value "00".
    88 ItemOldFileOk value "00".
    88 ItemOldFileEnd value "10".
01 ItemPriorFileStatus pic xx value "00".
    88 ItemPriorFileOk value "00".
    88 ItemPriorFileEnd value "10".
01 ItemWorkFileStatus pic xx value "00".
    88 ItemWorkFileOk value "00".
    88 ItemWorkFileEnd value "10".
01 MonsterOldFileStatus pic xx value "00".
    88 MonsterOldFileOk value "00".
    88 MonsterOldFileEnd value "10".
01 MonsterPriorFileStatus pic xx value "00".
    88 MonsterPriorFileOk value "00".
    88 MonsterPriorFileEnd value "10".
01 MonsterWorkFileStatus pic xx value "00".
    88 MonsterWorkFileOk value "00".
    88 MonsterWorkFileEnd value "10".
    88 DialogueWorkFileOk value "00".
    88 DialogueWorkFileEnd value "10".
01 WorkOptionIndex pic 9 value 0.
01 PriorLayoutFlag pic x value "N".
    88 PriorLayoutFound value "Y".

01 ConversionDate pic 9(08) value 0.
01 OldReadCount pic 9(07) value 0.
01 NewWrittenCount pic 9(07) value 0.
01 JobReturnCode pic 9(02) value 0.
procedure division.
move 0 to return-code.
display "============ Master Layout Conversion ============".
move function current-date(1:8) to ConversionDate.
perform ConvertPlayerMaster.
perform ConvertCheckpointMaster.
perform ConvertItemMaster.
       end-if.

RebuildPlayerMaster.
       move "N" to PriorLayoutFlag
       move 0 to OldReadCount
       move 0 to NewWrittenCount
       perform StageOlderPlayerLayout
       if not PriorLayoutFound and not PlayerOldFileOk then
           exit paragraph
       end-if
       open input PlayerWorkFile
       open output PlayerSaveFile
       perform WriteNextNewPlayer until PlayerWorkFileEnd
       close PlayerWorkFile
       close PlayerSaveFile
       perform ReportConversionCounts
       if PriorLayoutFound then
           display "PLAYERMST: converted. Last-played dates start at " ConversionDate " on the base dialogue language."
       else
           display "PLAYERMST: converted. Gold balances start at zero."
       end-if.

StageOlderPlayerLayout.
       open input PlayerPriorFile
       if PlayerPriorFileOk then
           move "Y" to PriorLayoutFlag
           open output PlayerWorkFile
           move low-values to PriorSAV-PlayerName
           start PlayerPriorFile key is not less than PriorSAV-PlayerName
           if PlayerPriorFileOk then
               perform StageNextPriorPlayer until PlayerPriorFileEnd
           end-if
           close PlayerPriorFile
           close PlayerWorkFile
       else
           open input PlayerOldFile
           if not PlayerOldFileOk then
               display "PLAYERMST: cannot be opened in the old layout either (status " PlayerOldFileStatus "). Not converted."
               move 8 to JobReturnCode
               exit paragraph
           end-if
           open output PlayerWorkFile
           move low-values to OldSAV-PlayerName
           start PlayerOldFile key is not less than OldSAV-PlayerName
           end-if
           close PlayerOldFile
           close PlayerWorkFile
       end-if.

StageNextPriorPlayer.
       read PlayerPriorFile next record
       if PlayerPriorFileOk then
           move PlayerPriorRecord to PlayerWorkRecord
           write PlayerWorkRecord
           add 1 to OldReadCount
       end-if.

StageNextOldPlayer.
           move WRKP-PlayerScore to SAV-PlayerScore
           move WRKP-PlayerRaces to SAV-PlayerRaces
           move WRKP-BoonName to SAV-BoonName
           if PriorLayoutFound then
               move WRKP-PlayerGold to SAV-PlayerGold
               move WRKP-EquippedWeapon to SAV-EquippedWeapon
               move WRKP-EquippedArmor to SAV-EquippedArmor
               move WRKP-PlayerXp to SAV-PlayerXp
               move WRKP-PlayerLevel to SAV-PlayerLevel
           else
               move 0 to SAV-PlayerGold
               move spaces to SAV-EquippedWeapon
               move spaces to SAV-EquippedArmor
               move 0 to SAV-PlayerXp
               move 1 to SAV-PlayerLevel
           end-if
           move ConversionDate to SAV-LastPlayedDate
           move spaces to SAV-LanguageCode
           write PlayerSaveRecord
           add 1 to NewWrittenCount
       end-if.
       end-if.

RebuildItemMaster.
       move "N" to PriorLayoutFlag
       move 0 to OldReadCount
       move 0 to NewWrittenCount
       open input ItemPriorFile
       if ItemPriorFileOk then
           move "Y" to PriorLayoutFlag
           open output ItemWorkFile
           move low-values to PriorITM-ItemCode
           start ItemPriorFile key is not less than PriorITM-ItemCode
           if ItemPriorFileOk then
               perform StageNextPriorItem until ItemPriorFileEnd
           end-if
           close ItemPriorFile
           close ItemWorkFile
       else
           open input ItemOldFile
           if not ItemOldFileOk then
               display "ITEMMST: cannot be opened in the old layout either (status " ItemOldFileStatus "). Not converted."
               move 8 to JobReturnCode
               exit paragraph
           end-if
           open output ItemWorkFile
           move low-values to OldITM-ItemCode
           start ItemOldFile key is not less than OldITM-ItemCode
           end-if
           close ItemOldFile
           close ItemWorkFile
       end-if
       open input ItemWorkFile
       open output ItemMasterFile
       perform WriteNextNewItem until ItemWorkFileEnd
       close ItemWorkFile
       close ItemMasterFile
       perform ReportConversionCounts
       if PriorLayoutFound then
           display "ITEMMST: converted. Crit and evade chances are zeroed -- assign them through ITEMUPD."
       else
           display "ITEMMST: converted. Sell values are zeroed -- the merchant refuses them until values are assigned."
       end-if.

StageNextPriorItem.
       read ItemPriorFile next record
       if ItemPriorFileOk then
           move ItemPriorRecord to ItemWorkRecord
           write ItemWorkRecord
           add 1 to OldReadCount
       end-if.

StageNextOldItem.
       read ItemOldFile next record
       if ItemOldFileOk then
           move WRKI-ItemCode to ITM-ItemCode
           move WRKI-ItemName to ITM-ItemName
           move WRKI-ItemDescription to ITM-ItemDescription
           if PriorLayoutFound then
               move WRKI-SellValue to ITM-SellValue
               move WRKI-EquipSlot to ITM-EquipSlot
               move WRKI-AttackBonus to ITM-AttackBonus
               move WRKI-DefenseBonus to ITM-DefenseBonus
               move WRKI-HealAmount to ITM-HealAmount
           else
               move 0 to ITM-SellValue
               move spaces to ITM-EquipSlot
               move 0 to ITM-AttackBonus
               move 0 to ITM-DefenseBonus
               move 0 to ITM-HealAmount
           end-if
           move 0 to ITM-CritChance
           move 0 to ITM-EvadeChance
           write ItemRecord
           add 1 to NewWrittenCount
       end-if.
       end-if.

RebuildMonsterMaster.
       move "N" to PriorLayoutFlag
       move 0 to OldReadCount
       move 0 to NewWrittenCount
       open input MonsterPriorFile
       if MonsterPriorFileOk then
           move "Y" to PriorLayoutFlag
           open output MonsterWorkFile
           move low-values to PriorMON-MonsterName
           start MonsterPriorFile key is not less than PriorMON-MonsterName
           if MonsterPriorFileOk then
               perform StageNextPriorMonster until MonsterPriorFileEnd
           end-if
           close MonsterPriorFile
           close MonsterWorkFile
       else
           open input MonsterOldFile
           if not MonsterOldFileOk then
               display "MONSTMST: cannot be opened in the old layout either (status " MonsterOldFileStatus "). Not converted."
               move 8 to JobReturnCode
               exit paragraph
           end-if
           open output MonsterWorkFile
           move low-values to OldMON-MonsterName
           start MonsterOldFile key is not less than OldMON-MonsterName
           end-if
           close MonsterOldFile
           close MonsterWorkFile
       end-if
       open input MonsterWorkFile
       open output MonsterMasterFile
       perform WriteNextNewMonster until MonsterWorkFileEnd
       close MonsterWorkFile
       close MonsterMasterFile
       perform ReportConversionCounts
       if PriorLayoutFound then
           display "MONSTMST: converted. Miss, crit and evade chances are zeroed -- assign them through MONSTUPD."
       else
           display "MONSTMST: converted. Experience values are zeroed -- assign them through MONSTUPD."
       end-if.

StageNextPriorMonster.
       read MonsterPriorFile next record
       if MonsterPriorFileOk then
           move MonsterPriorRecord to MonsterWorkRecord
           write MonsterWorkRecord
           add 1 to OldReadCount
       end-if.

StageNextOldMonster.
       read MonsterOldFile next record
       if MonsterOldFileOk then
           move WRKM-RaceModifierTable to MON-RaceModifierTable
           move WRKM-LocationName to MON-LocationName
           move WRKM-DropItemCode to MON-DropItemCode
           if PriorLayoutFound then
               move WRKM-ExperienceValue to MON-ExperienceValue
               move WRKM-BossFlag to MON-BossFlag
           else
               move 0 to MON-ExperienceValue
               move space to MON-BossFlag
           end-if
           move 0 to MON-MissChance
           move 0 to MON-CritChance
           move 0 to MON-EvadeChance
           write MonsterRecord
           add 1 to NewWrittenCount
       end-if.
