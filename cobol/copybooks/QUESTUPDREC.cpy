      *> QUESTUPDREC.cpy
      *> Record layout for QUESTUPD, the quest content-update feed the
      *> design team edits by hand and runs through QuestMaintenance to
      *> add, change or retire QUESTMST entries without a recompile.
      *> QSU-Action is "A" add a new quest, "C" change an existing
      *> quest or "R" retire (delete) an existing quest; the remaining
      *> fields mirror QUESTREC.cpy and are ignored on a retire.
       01 QuestUpdateRecord.
           02 QSU-Action pic x(01).
               88 QSU-ActionAdd value "A".
               88 QSU-ActionChange value "C".
               88 QSU-ActionRetire value "R".
           02 QSU-QuestKey pic x(10).
           02 QSU-QuestText pic x(100).
           02 QSU-QuestType pic x(01).
           02 QSU-TargetName pic x(50).
           02 QSU-TargetCount pic 999.
           02 QSU-ScoreReward pic 999.
           02 QSU-GoldReward pic 9(05).
