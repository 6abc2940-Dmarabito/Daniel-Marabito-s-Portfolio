      *> DIALLANGUPDREC.cpy
      *> Record layout for DIALLANGUPD, the translation feed the
      *> localisation team edits by hand and runs through
      *> DialogueMaintenance to add or change DIALLANG translations.
      *> Fields mirror DIALLANGREC.cpy; a line replaces the whole
      *> translation of the node for that language, and a blank text
      *> leaves that text untranslated (the game falls back to the base
      *> DIALMST text). The node must already be on DIALMST.
       01 DialogueLanguageUpdateRecord.
           02 DLX-NodeKey pic x(20).
           02 DLX-LanguageCode pic x(02).
           02 DLX-PromptText pic x(300).
           02 DLX-AltPromptText pic x(300).
           02 DLX-OptionTextTable.
               03 DLX-OptionText occurs 4 times pic x(100).
