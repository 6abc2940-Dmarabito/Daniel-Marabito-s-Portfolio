      *> design team edits by hand and runs through MonsterMaintenance
      *> to add or change MONSTMST entries without a recompile.
      *> MNU-RaceModifier entries follow the same race order as the
      *> MON-RaceModifier table documented in MONSTREC.cpy. The chance
      *> fields may be left blank on lines keyed before they existed;
      *> MonsterMaintenance applies blanks as zero.
       01 MonsterUpdateRecord.
           02 MNU-MonsterName pic x(30).
           02 MNU-MonsterAttack pic 999.
           02 MNU-DropItemCode pic x(10).
           02 MNU-ExperienceValue pic 999.
           02 MNU-BossFlag pic x(01).
           02 MNU-MissChance pic 99.
           02 MNU-CritChance pic 99.
           02 MNU-EvadeChance pic 99.
