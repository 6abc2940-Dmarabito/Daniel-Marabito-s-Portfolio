      *> the player has defeated every regular monster of the zone
      *> this cycle (per-player progress lives in ZONEPROG, see
      *> ZONEREC.cpy), and defeating it clears the zone.
      *> The chance fields are whole percentages rolled once per strike
      *> from the session's seeded sequence: MON-MissChance is the
      *> chance the monster's strike misses outright, MON-CritChance the
      *> chance a landed strike is a critical hit for double damage, and
      *> MON-EvadeChance the chance the player's strike misses it. Zero
      *> in all three fights exactly as before the rolls existed.
       01 MonsterRecord.
           02 MON-MonsterName pic x(30).
           02 MON-MonsterAttack pic 999.
           02 MON-DropItemCode pic x(10).
           02 MON-ExperienceValue pic 999.
           02 MON-BossFlag pic x(01).
           02 MON-MissChance pic 99.
           02 MON-CritChance pic 99.
           02 MON-EvadeChance pic 99.
