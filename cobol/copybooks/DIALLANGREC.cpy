      *> DIALLANGREC.cpy
      *> Record layout for DIALLANG, the dialogue translation file --
      *> one record per DIALMST node per language, keyed by node key
      *> plus a two-letter language code (ES, JA, ...). The texts
      *> translate DLG-PromptText, DLG-AltPromptText and the four
      *> DLG-OptionText slots one for one; everything else about the
      *> node (options in use, conditions, score deltas, next nodes)
      *> stays on DIALMST. A blank text means "not translated yet" and
      *> the game shows the base DIALMST text in its place. The player's
      *> language is SAV-LanguageCode on PLAYERMST (spaces = base text).
       01 DialogueLanguageRecord.
           02 DLL-Key.
               03 DLL-NodeKey pic x(20).
               03 DLL-LanguageCode pic x(02).
           02 DLL-PromptText pic x(300).
           02 DLL-AltPromptText pic x(300).
           02 DLL-OptionTextTable.
               03 DLL-OptionText occurs 4 times pic x(100).
