      *> published curve: advancing from level N costs N * 25 XP out of
      *> the pool, and each level gained grants +2 attack power and +3
      *> max health (revival health scales the same way).
      *> SAV-LastPlayedDate (yyyymmdd) is stamped by every save the game
      *> makes; DormantPlayerArchive moves players idle past its cutoff
      *> to PLAYARCH and the game restores them when the name returns.
      *> SAV-LanguageCode is the dialogue language picked at the first
      *> meeting (a DIALLANG language code); spaces means the base text.
       01 PlayerSaveRecord.
           02 SAV-PlayerName pic x(100).
           02 SAV-PlayerMaxHealth pic 99.
           02 SAV-EquippedArmor pic x(10).
           02 SAV-PlayerXp pic 9(05).
           02 SAV-PlayerLevel pic 99.
           02 SAV-LastPlayedDate pic 9(08).
           02 SAV-LanguageCode pic x(02).
