      *> CONTENTJRNLREC.cpy
      *> Record layout for CONTENTJRNL, the shared content change
      *> journal. LocationMaintenance, RamenMaintenance,
      *> RamenIngredientMaintenance, MonsterMaintenance,
      *> DialogueMaintenance, ItemMaintenance, BoonMaintenance,
      *> QuestMaintenance and RecipeMaintenance append one line per
      *> master record they add, change or delete, stamped with the job
      *> name and the run id the job displays at start (the
      *> current-date stamp of that run). ContentRollback reads it to
      *> back out one run.
      *> CJN-MasterName is the master the record belongs to (LOCMST,
      *> RAMENMST, RAMENING, MONSTMST, DIALMST, DIALLANG, ITEMMST,
      *> BOONMST, QUESTMST, RECIPEMST) and CJN-RecordKey its key.
      *> CJN-ChangeType is "A" for a record the run added (no
      *> before-image), "C" for a record it changed, and "D" for a
      *> record it (or ContentRollback) deleted (no after-image). The
      *> images hold the whole master record, space-filled past its
      *> length.
       01 ContentJournalRecord.
           02 CJN-JobName pic x(30).
           02 CJN-RunId pic x(26).
           02 CJN-Timestamp pic x(26).
           02 CJN-MasterName pic x(10).
           02 CJN-RecordKey pic x(50).
           02 CJN-ChangeType pic x(01).
           02 CJN-BeforeImage pic x(2050).
           02 CJN-AfterImage pic x(2050).
