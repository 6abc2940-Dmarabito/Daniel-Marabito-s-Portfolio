>>source format free
identification division.
program-id. EncounterSimulator.
author. Daniel Marabito.

*> Encounter difficulty simulator for the design team. Every MONSTMST
*> monster is fought, on paper, by all 12 races at levels 1-10, with no
*> gear and with the best ITEMMST gear on file (the weapon with the
*> highest attack bonus and the armor with the highest defense bonus),
*> with no boon and with each BOONMST boon, under two strategies:
*> attack-only (command 1 every round) and defend-heavy (brace on the
*> first round and every other round after, attack in between). The
*> fight math is CombatRound's: the levelled attack and health curve,
*> race modifiers, boon attack and health, the equipped bonuses, the
*> defend bonus, and the seeded miss/critical rolls -- every cell is
*> fought from the same fixed seed so cells compare like for like.
*> Each cell prints rounds-to-kill/health remaining, DEAD when the
*> player falls, or STALL when nobody falls inside 99 rounds.
*> Findings: a monster that some race cannot beat without gear at the
*> level its zone is reached (under any boon or strategy), and a
*> monster that dies to the first landed blow from every race at
*> level 1 with nothing equipped. The game does not gate zones by
*> level, so every zone is taken as reached at level 1 unless the
*> optional ENCSIMCTL control file says otherwise: one record per
*> zone, the LOC-LocationName in columns 1-50 and the reach level in
*> columns 52-53. RETURN-CODE: 0 no findings, 4 findings (or no
*> MONSTMST on file).

environment division.
input-output section.
file-control.
    select MonsterMasterFile assign to "MONSTMST"
        organization is indexed
        access mode is dynamic
        record key is MON-MonsterName
        file status is MonsterFileStatus.
    select ItemMasterFile assign to "ITEMMST"
        organization is indexed
        access mode is dynamic
        record key is ITM-ItemCode
        file status is ItemFileStatus.
    select BoonMasterFile assign to "BOONMST"
        organization is indexed
        access mode is dynamic
        record key is BOON-BoonName
        file status is BoonFileStatus.
    select SimulationControlFile assign to "ENCSIMCTL"
        organization is line sequential
        file status is SimulationControlFileStatus.

data division.
file section.
fd MonsterMasterFile.
copy "MONSTREC.cpy".
fd ItemMasterFile.
copy "ITEMREC.cpy".
fd BoonMasterFile.
copy "BOONREC.cpy".
fd SimulationControlFile.
01 SimulationControlRecord.
    02 ESC-LocationName pic x(50).
    02 filler pic x(01).
    02 ESC-ReachLevel pic x(02).

working-storage section.
01 MonsterFileStatus pic xx value "00".
    88 MonsterFileOk value "00".
    88 MonsterFileEnd value "10".
01 ItemFileStatus pic xx value "00".
    88 ItemFileOk value "00".
    88 ItemFileEnd value "10".
01 BoonFileStatus pic xx value "00".
    88 BoonFileOk value "00".
    88 BoonFileEnd value "10".
01 SimulationControlFileStatus pic xx value "00".
    88 SimulationControlFileOk value "00".
    88 SimulationControlFileEnd value "10".

01 RaceNameTable.
    02 filler pic x(10) value "Human".
    02 filler pic x(10) value "Giant".
    02 filler pic x(10) value "Dragon".
    02 filler pic x(10) value "Dwarf".
    02 filler pic x(10) value "Elf".
    02 filler pic x(10) value "Vampire".
    02 filler pic x(10) value "Werewolf".
    02 filler pic x(10) value "Ghost".
    02 filler pic x(10) value "Skeleton".
    02 filler pic x(10) value "Slime".
    02 filler pic x(10) value "Crab".
    02 filler pic x(10) value "Cow".
01 RaceNameTableRedef redefines RaceNameTable.
    02 RaceName occurs 12 times pic x(10).

*> Player curve and combat constants, as in IskaiAdventures.
01 BaseAttackPower pic 999 value 15.
01 PlayerStartingHealth pic 99 value 10.
01 LevelAttackGain pic 99 value 2.
01 LevelHealthGain pic 99 value 3.
01 DefendDefenseBonus pic 99 value 5.
01 CriticalHitMultiplier pic 9 value 2.
01 MaximumMissChance pic 99 value 95.
01 MaximumRounds pic 99 value 99.
01 SimulationSeed pic 9(09) value 1.

01 BoonTable.
    02 BoonCount pic 99 value 0.
    02 BoonEntry occurs 21 times.
        03 BNT-BoonName pic x(30).
        03 BNT-BonusAttack pic 99.
        03 BNT-BonusHealth pic 99.

01 GearTable.
    02 GearEntry occurs 2 times.
        03 GRT-Description pic x(50).
        03 GRT-AttackBonus pic 99.
        03 GRT-DefenseBonus pic 99.
        03 GRT-CritChance pic 99.
        03 GRT-EvadeChance pic 99.

01 ZoneLevelTable.
    02 ZoneLevelCount pic 99 value 0.
    02 ZoneLevelEntry occurs 96 times.
        03 ZLT-LocationName pic x(50).
        03 ZLT-ReachLevel pic 99.

01 RaceReachTable.
    02 RaceReachWinFlag occurs 12 times pic x.

01 FindingTable.
    02 FindingCount pic 9(03) value 0.
    02 FindingLine occurs 300 times pic x(100).

01 StrategyNameTable.
    02 filler pic x(12) value "Attack-only".
    02 filler pic x(12) value "Defend-heavy".
01 StrategyNameTableRedef redefines StrategyNameTable.
    02 StrategyName occurs 2 times pic x(12).

01 GridHeaderLine pic x(72) value "  Race       L01   L02   L03   L04   L05   L06   L07   L08   L09   L10  ".
01 GridLine.
    02 filler pic x(02) value spaces.
    02 GRL-RaceName pic x(10).
    02 GRL-Column occurs 10 times.
        03 filler pic x(01).
        03 GRL-CellText pic x(05).
01 CellWork.
    02 CLW-Rounds pic 99.
    02 filler pic x(01) value "/".
    02 CLW-Health pic 99.

01 GearIndex pic 9 value 0.
01 BoonIndex pic 99 value 0.
01 StrategyIndex pic 9 value 0.
01 RaceIndex pic 99 value 0.
01 SimLevel pic 99 value 0.
01 SearchIndex pic 99 value 0.
01 ZoneReachLevel pic 99 value 1.
01 MonsterCount pic 9(05) value 0.
01 CellCount pic 9(07) value 0.
01 LostCellCount pic 9(07) value 0.
01 FirstBlowKillFlag pic x value "N".
    88 FirstBlowKillsAll value "Y".
01 FirstBlowPower pic 999 value 0.

01 SimAttackPower pic 999 value 0.
01 SimStrikePower pic 999 value 0.
01 SimPlayerHealth pic 999 value 0.
01 SimMonsterHealth pic 999 value 0.
01 SimMonsterBlow pic 999 value 0.
01 SimRounds pic 99 value 0.
01 SimRoundDefense pic 99 value 0.
01 SimMissChance pic 999 value 0.
01 SimRoundParity pic 9 value 0.
01 SimRoundHalf pic 99 value 0.

01 RollState pic 9(10) value 1.
01 RollProduct pic 9(15) value 0.
01 RollQuotient pic 9(10) value 0.
01 RollModulus pic 9(10) value 2147483647.
01 RollMultiplier pic 9(05) value 16807.
01 RollPercent pic 99 value 0.

procedure division.
move 0 to return-code.
display "=========== Encounter Difficulty Simulator ===========".
open input MonsterMasterFile.
if not MonsterFileOk then
    display "No monsters found (MONSTMST status " MonsterFileStatus ")."
    move 4 to return-code
    goback
end-if
perform LoadBoonTable.
perform LoadBestGear.
perform LoadZoneLevels.
display "Boons simulated: " BoonCount " (including no boon); zone levels on ENCSIMCTL: " ZoneLevelCount.
display "Best gear: " function trim(GRT-Description(2)).
display "Cells: rounds-to-kill/health remaining; DEAD = player falls, STALL = nobody falls in " MaximumRounds " rounds.".
move low-values to MON-MonsterName.
start MonsterMasterFile key is not less than MON-MonsterName.
if MonsterFileOk then
    perform SimulateNextMonster until MonsterFileEnd
end-if
close MonsterMasterFile.

display "------------------------------------------------------".
display MonsterCount " monster(s), " CellCount " cell(s) simulated, " LostCellCount " not won by the player."
display "Findings: " FindingCount.
perform PrintFindingLine
    varying SearchIndex from 1 by 1
    until SearchIndex > FindingCount.
display "======================================================".
if FindingCount > 0 or MonsterCount = 0 then
    move 4 to return-code
end-if
goback.

LoadBoonTable.
*> Entry 1 is the boonless fighter; the BOONMST boons follow.
       move 1 to BoonCount
       move "(no boon)" to BNT-BoonName(1)
       move 0 to BNT-BonusAttack(1)
       move 0 to BNT-BonusHealth(1)
       open input BoonMasterFile
       if BoonFileOk then
           move low-values to BOON-BoonName
           start BoonMasterFile key is not less than BOON-BoonName
           if BoonFileOk then
               perform LoadNextBoon until BoonFileEnd
           end-if
           close BoonMasterFile
       else
           display "No BOONMST on file (status " BoonFileStatus "); simulating without boons."
       end-if.

LoadNextBoon.
       read BoonMasterFile next record
       if BoonFileOk and BoonCount < 21 then
           add 1 to BoonCount
           move BOON-BoonName to BNT-BoonName(BoonCount)
           move BOON-BonusAttack to BNT-BonusAttack(BoonCount)
           move BOON-BonusHealth to BNT-BonusHealth(BoonCount)
       end-if.

LoadBestGear.
*> Gear set 1 is bare-handed; set 2 equips the strongest weapon and the
*> sturdiest armor on ITEMMST (crit and evade chances break ties).
       initialize GearTable
       move "no gear" to GRT-Description(1)
       move spaces to GRT-Description(2)
       open input ItemMasterFile
       if ItemFileOk then
           move low-values to ITM-ItemCode
           start ItemMasterFile key is not less than ITM-ItemCode
           if ItemFileOk then
               perform ConsiderNextItem until ItemFileEnd
           end-if
           close ItemMasterFile
       else
           display "No ITEMMST on file (status " ItemFileStatus "); best gear is no gear."
       end-if
       if GRT-Description(2) = spaces then
           move "none on ITEMMST" to GRT-Description(2)
       end-if.

ConsiderNextItem.
       read ItemMasterFile next record
       if ItemFileOk then
           if ITM-EquipSlot = "W" then
               if ITM-AttackBonus > GRT-AttackBonus(2)
                   or (ITM-AttackBonus = GRT-AttackBonus(2) and ITM-CritChance > GRT-CritChance(2)) then
                   move ITM-AttackBonus to GRT-AttackBonus(2)
                   move ITM-CritChance to GRT-CritChance(2)
                   perform DescribeBestGear
               end-if
           end-if
           if ITM-EquipSlot = "A" then
               if ITM-DefenseBonus > GRT-DefenseBonus(2)
                   or (ITM-DefenseBonus = GRT-DefenseBonus(2) and ITM-EvadeChance > GRT-EvadeChance(2)) then
                   move ITM-DefenseBonus to GRT-DefenseBonus(2)
                   move ITM-EvadeChance to GRT-EvadeChance(2)
                   perform DescribeBestGear
               end-if
           end-if
       end-if.

DescribeBestGear.
       move spaces to GRT-Description(2)
       string "attack +" delimited by size
           GRT-AttackBonus(2) delimited by size
           " crit " delimited by size
           GRT-CritChance(2) delimited by size
           "%, defense +" delimited by size
           GRT-DefenseBonus(2) delimited by size
           " evade " delimited by size
           GRT-EvadeChance(2) delimited by size
           "%" delimited by size
           into GRT-Description(2).

LoadZoneLevels.
       open input SimulationControlFile
       if SimulationControlFileOk then
           perform LoadNextZoneLevel until SimulationControlFileEnd
           close SimulationControlFile
       end-if.

LoadNextZoneLevel.
       read SimulationControlFile
       if SimulationControlFileOk then
           if ESC-LocationName not = spaces and ESC-ReachLevel is numeric
               and ZoneLevelCount < 96 then
               add 1 to ZoneLevelCount
               move ESC-LocationName to ZLT-LocationName(ZoneLevelCount)
               move ESC-ReachLevel to ZLT-ReachLevel(ZoneLevelCount)
           end-if
       end-if.

SimulateNextMonster.
       read MonsterMasterFile next record
       if MonsterFileOk then
           add 1 to MonsterCount
           perform ResolveZoneReachLevel
           display "------------------------------------------------------"
           display "Monster " function trim(MON-MonsterName) " (attack " MON-MonsterAttack ", health " MON-MonsterHealth
               ", miss " MON-MissChance "%, crit " MON-CritChance "%, evade " MON-EvadeChance "%, boss " MON-BossFlag ")"
           display "Zone " function trim(MON-LocationName) ", reached at level " ZoneReachLevel
           move all "N" to RaceReachTable
           perform SimulateGearSet
               varying GearIndex from 1 by 1
               until GearIndex > 2
           perform CheckReachLevelWins
           perform CheckFirstBlowKill
       end-if.

ResolveZoneReachLevel.
       move 1 to ZoneReachLevel
       perform MatchZoneLevel
           varying SearchIndex from 1 by 1
           until SearchIndex > ZoneLevelCount
       if ZoneReachLevel < 1 or ZoneReachLevel > 10 then
           move 1 to ZoneReachLevel
       end-if.

MatchZoneLevel.
       if ZLT-LocationName(SearchIndex) = MON-LocationName then
           move ZLT-ReachLevel(SearchIndex) to ZoneReachLevel
       end-if.

SimulateGearSet.
       perform SimulateBoonSet
           varying BoonIndex from 1 by 1
           until BoonIndex > BoonCount.

SimulateBoonSet.
       perform SimulateStrategyGrid
           varying StrategyIndex from 1 by 1
           until StrategyIndex > 2.

SimulateStrategyGrid.
       display " "
       display "  " function trim(StrategyName(StrategyIndex)) " | " function trim(GRT-Description(GearIndex))
           " | " function trim(BNT-BoonName(BoonIndex))
       display GridHeaderLine
       perform SimulateRaceRow
           varying RaceIndex from 1 by 1
           until RaceIndex > 12.

SimulateRaceRow.
       move spaces to GridLine
       move RaceName(RaceIndex) to GRL-RaceName
       perform SimulateCell
           varying SimLevel from 1 by 1
           until SimLevel > 10
       display GridLine.

SimulateCell.
       add 1 to CellCount
       compute SimAttackPower = BaseAttackPower + (SimLevel - 1) * LevelAttackGain
           + MON-RaceAttackMod(RaceIndex) + BNT-BonusAttack(BoonIndex) + GRT-AttackBonus(GearIndex)
       compute SimPlayerHealth = PlayerStartingHealth + (SimLevel - 1) * LevelHealthGain
           + BNT-BonusHealth(BoonIndex)
       if SimPlayerHealth > 99 then
           move 99 to SimPlayerHealth
       end-if
       move MON-MonsterHealth to SimMonsterHealth
       move 0 to SimRounds
       move SimulationSeed to RollState
       perform SimulateRound
           until SimMonsterHealth = 0 or SimPlayerHealth = 0 or SimRounds >= MaximumRounds
       if SimPlayerHealth = 0 then
           move "DEAD" to GRL-CellText(SimLevel)
           add 1 to LostCellCount
       else
           if SimMonsterHealth = 0 then
               move SimRounds to CLW-Rounds
               move SimPlayerHealth to CLW-Health
               move CellWork to GRL-CellText(SimLevel)
               if GearIndex = 1 and SimLevel = ZoneReachLevel then
                   move "Y" to RaceReachWinFlag(RaceIndex)
               end-if
           else
               move "STALL" to GRL-CellText(SimLevel)
               add 1 to LostCellCount
           end-if
       end-if.

SimulateRound.
*> Defend-heavy braces on odd rounds; attack-only never braces.
       add 1 to SimRounds
       move 0 to SimRoundDefense
       divide SimRounds by 2 giving SimRoundHalf remainder SimRoundParity
       if StrategyIndex = 2 and SimRoundParity = 1 then
           move DefendDefenseBonus to SimRoundDefense
           perform SimulateMonsterStrike
       else
           perform SimulatePlayerStrike
           if SimMonsterHealth > 0 then
               perform SimulateMonsterStrike
           end-if
       end-if.

SimulatePlayerStrike.
       if MON-EvadeChance > 0 then
           perform RollPercentile
           if RollPercent < MON-EvadeChance then
               exit paragraph
           end-if
       end-if
       move SimAttackPower to SimStrikePower
       if GRT-CritChance(GearIndex) > 0 then
           perform RollPercentile
           if RollPercent < GRT-CritChance(GearIndex) then
               if SimStrikePower * CriticalHitMultiplier > 999 then
                   move 999 to SimStrikePower
               else
                   multiply CriticalHitMultiplier by SimStrikePower
               end-if
           end-if
       end-if
       if SimStrikePower >= SimMonsterHealth then
           move 0 to SimMonsterHealth
       else
           subtract SimStrikePower from SimMonsterHealth
       end-if.

SimulateMonsterStrike.
       compute SimMissChance = MON-MissChance + GRT-EvadeChance(GearIndex)
       if SimMissChance > MaximumMissChance then
           move MaximumMissChance to SimMissChance
       end-if
       if SimMissChance > 0 then
           perform RollPercentile
           if RollPercent < SimMissChance then
               exit paragraph
           end-if
       end-if
       if MON-RaceDefenseMod(RaceIndex) + GRT-DefenseBonus(GearIndex) + SimRoundDefense >= MON-MonsterAttack then
           move 0 to SimMonsterBlow
       else
           compute SimMonsterBlow = MON-MonsterAttack - MON-RaceDefenseMod(RaceIndex) - GRT-DefenseBonus(GearIndex) - SimRoundDefense
       end-if
       if MON-CritChance > 0 and SimMonsterBlow > 0 then
           perform RollPercentile
           if RollPercent < MON-CritChance then
               if SimMonsterBlow * CriticalHitMultiplier > 999 then
                   move 999 to SimMonsterBlow
               else
                   multiply CriticalHitMultiplier by SimMonsterBlow
               end-if
           end-if
       end-if
       if SimMonsterBlow >= SimPlayerHealth then
           move 0 to SimPlayerHealth
       else
           subtract SimMonsterBlow from SimPlayerHealth
       end-if.

RollPercentile.
*> Same generator as the game's RollPercentile.
       compute RollProduct = RollState * RollMultiplier
       divide RollProduct by RollModulus giving RollQuotient remainder RollState
       compute RollPercent = RollState * 100 / RollModulus.

CheckReachLevelWins.
       perform CheckRaceReachWin
           varying RaceIndex from 1 by 1
           until RaceIndex > 12.

CheckRaceReachWin.
       if RaceReachWinFlag(RaceIndex) not = "Y" then
           if FindingCount < 300 then
               add 1 to FindingCount
               move spaces to FindingLine(FindingCount)
               string "UNWINNABLE " delimited by size
                   function trim(MON-MonsterName) delimited by size
                   " at zone level " delimited by size
                   ZoneReachLevel delimited by size
                   " for " delimited by size
                   function trim(RaceName(RaceIndex)) delimited by size
                   " with no gear, under every boon and strategy" delimited by size
                   into FindingLine(FindingCount)
           end-if
       end-if.

CheckFirstBlowKill.
*> The weakest fighter is level 1 with no gear and no boon; if even its
*> first landed blow kills for every race, the monster is no threat.
       set FirstBlowKillsAll to true
       perform CheckRaceFirstBlow
           varying RaceIndex from 1 by 1
           until RaceIndex > 12
       if FirstBlowKillsAll and FindingCount < 300 then
           add 1 to FindingCount
           move spaces to FindingLine(FindingCount)
           string "ONE-HIT " delimited by size
               function trim(MON-MonsterName) delimited by size
               " dies to the first landed blow of every race at level 1 with no gear" delimited by size
               into FindingLine(FindingCount)
       end-if.

CheckRaceFirstBlow.
       compute FirstBlowPower = BaseAttackPower + MON-RaceAttackMod(RaceIndex)
       if FirstBlowPower < MON-MonsterHealth then
           move "N" to FirstBlowKillFlag
       end-if.

PrintFindingLine.
       display "  " function trim(FindingLine(SearchIndex)).
