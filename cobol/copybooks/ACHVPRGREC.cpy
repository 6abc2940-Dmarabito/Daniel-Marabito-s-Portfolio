      *> ACHVPRGREC.cpy
      *> Record layout for ACHVPRG, the per-player achievement file
      *> keyed by player name plus achievement code, the same way INVMST
      *> keys player plus item. A record exists once AchievementAward has
      *> unlocked the badge for the player. ACP-SeenFlag stays "N" until
      *> the game has announced the unlock to the player, then goes "Y".
       01 AchievementProgressRecord.
           02 ACP-Key.
               03 ACP-PlayerName pic x(100).
               03 ACP-AchievementCode pic x(10).
           02 ACP-UnlockedTimestamp pic x(26).
           02 ACP-SeenFlag pic x(01).
               88 ACP-Seen value "Y".
