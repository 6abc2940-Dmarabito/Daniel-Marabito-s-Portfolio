      *> PLAYARCHREC.cpy
      *> Record layout for PLAYARCH, the sequential archive of dormant
      *> players written by DormantPlayerArchive. One line per master
      *> row moved out: ARC-RecordType names the master it came from
      *> (PLAYERMST, CHECKPT, INVMST, QUESTPRG, ZONEPROG or ACHVPRG)
      *> and ARC-RecordImage carries the row exactly as it stood, so a
      *> restore writes it back unchanged. ARC-ArchivedDate (yyyymmdd)
      *> is the run date that moved it. The game restores every row of
      *> a returning archived player; the next DormantPlayerArchive run
      *> drops archive rows of players who are back on PLAYERMST, and a
      *> PlayerSupportConsole delete drops every row of the player.
       01 PlayerArchiveRecord.
           02 ARC-RecordType pic x(10).
               88 ARC-PlayerRow value "PLAYERMST".
               88 ARC-CheckpointRow value "CHECKPT".
               88 ARC-InventoryRow value "INVMST".
               88 ARC-QuestProgressRow value "QUESTPRG".
               88 ARC-ZoneProgressRow value "ZONEPROG".
               88 ARC-AchievementRow value "ACHVPRG".
           02 ARC-PlayerName pic x(100).
           02 ARC-ArchivedDate pic 9(08).
           02 ARC-RecordImage pic x(200).
