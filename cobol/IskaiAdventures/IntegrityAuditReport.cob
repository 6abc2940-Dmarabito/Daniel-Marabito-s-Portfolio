*>   DIALMST   DLG-DefaultNextNode and DLG-NextNode(n) -> DIALMST
*>   INVMST    INV-ItemCode -> ITEMMST
*>   RAMENLOG  RCL-ProductCode -> RAMENMST
*>   RAMENING  ING-ProductCode -> RAMENMST
*>   RECIPEMST RCP-OutputItemCode and RCP-InputItemCode(n) -> ITEMMST
*>   QUESTMST  QST-TargetName -> MONSTMST / RAMENMST / LOCMST by type
*>   QUESTPRG  QPR-QuestKey -> QUESTMST
*>   ZONEPROG  ZPR-LocationName -> LOCMST
    select RamenLogFile assign to "RAMENLOG"
        organization is line sequential
        file status is RamenLogFileStatus.
    select IngredientMasterFile assign to "RAMENING"
        organization is indexed
        access mode is dynamic
        record key is ING-Key
        file status is IngredientFileStatus.
    select RecipeMasterFile assign to "RECIPEMST"
        organization is indexed
        access mode is dynamic
        record key is RCP-RecipeCode
        file status is RecipeFileStatus.
    select DialogueMasterFile assign to "DIALMST"
        organization is indexed
        access mode is dynamic
copy "RAMENREC.cpy".
fd RamenLogFile.
copy "RAMENLOGREC.cpy".
fd IngredientMasterFile.
copy "RAMENINGREC.cpy".
fd RecipeMasterFile.
copy "RECIPEREC.cpy".
fd DialogueMasterFile.
copy "DIALREC.cpy".
fd QuestMasterFile.
01 RamenLogFileStatus pic xx value "00".
    88 RamenLogFileOk value "00".
    88 RamenLogFileEnd value "10".
01 IngredientFileStatus pic xx value "00".
    88 IngredientFileOk value "00".
    88 IngredientFileEnd value "10".
01 RecipeFileStatus pic xx value "00".
    88 RecipeFileOk value "00".
    88 RecipeFileEnd value "10".
01 DialogueFileStatus pic xx value "00".
    88 DialogueFileOk value "00".
    88 DialogueFileEnd value "10".
    88 NodeFound value "Y".
01 NodeProbeKey pic x(20) value spaces.
01 WorkOptionIndex pic 9 value 0.
01 WorkInputIndex pic 9 value 0.

01 BrokenLinkCount pic 9(05) value 0.
01 JobReturnCode pic 9(02) value 0.
perform AuditDialogueMaster.
perform AuditInventoryMaster.
perform AuditRamenLog.
perform AuditIngredientMaster.
perform AuditRecipeMaster.
perform AuditQuestMaster.
perform AuditQuestProgress.
perform AuditZoneProgress.
           end-if
       end-if.

AuditIngredientMaster.
*> RAMENING only exists once packaging has loaded ingredients, so its
*> absence is noted without raising the return code.
       open input IngredientMasterFile
       if not IngredientFileOk then
           display "RAMENING absent (status " IngredientFileStatus ") -- not audited."
       else
           move low-values to ING-Key
           start IngredientMasterFile key is not less than ING-Key
           if IngredientFileOk then
               perform AuditNextIngredient until IngredientFileEnd
           end-if
           close IngredientMasterFile
       end-if.

AuditNextIngredient.
       read IngredientMasterFile next record
       if IngredientFileOk and RamenAvailable then
           move ING-ProductCode to RMN-ProductCode
           read RamenMasterFile key is RMN-ProductCode
           if not RamenFileOk then
               display "BROKEN RAMENING key='" function trim(ING-ProductCode) "/" function trim(ING-IngredientCode) "' ING-ProductCode -> missing RAMENMST '" function trim(ING-ProductCode) "'"
               perform ReportBrokenLink
           end-if
       end-if.

AuditRecipeMaster.
*> RECIPEMST only exists once the design team has loaded recipes, so
*> its absence is noted without raising the return code.
       open input RecipeMasterFile
       if not RecipeFileOk then
           display "RECIPEMST absent (status " RecipeFileStatus ") -- not audited."
       else
           move low-values to RCP-RecipeCode
           start RecipeMasterFile key is not less than RCP-RecipeCode
           if RecipeFileOk then
               perform AuditNextRecipe until RecipeFileEnd
           end-if
           close RecipeMasterFile
       end-if.

AuditNextRecipe.
       read RecipeMasterFile next record
       if RecipeFileOk and ItemAvailable then
           move RCP-OutputItemCode to ITM-ItemCode
           read ItemMasterFile key is ITM-ItemCode
           if not ItemFileOk then
               display "BROKEN RECIPEMST key='" function trim(RCP-RecipeCode) "' RCP-OutputItemCode -> missing ITEMMST '" function trim(RCP-OutputItemCode) "'"
               perform ReportBrokenLink
           end-if
           perform AuditRecipeInput
               varying WorkInputIndex from 1 by 1
               until WorkInputIndex > 4
       end-if.

AuditRecipeInput.
       if RCP-InputItemCode(WorkInputIndex) not = spaces then
           move RCP-InputItemCode(WorkInputIndex) to ITM-ItemCode
           read ItemMasterFile key is ITM-ItemCode
           if not ItemFileOk then
               display "BROKEN RECIPEMST key='" function trim(RCP-RecipeCode) "' RCP-InputItemCode(" WorkInputIndex ") -> missing ITEMMST '" function trim(RCP-InputItemCode(WorkInputIndex)) "'"
               perform ReportBrokenLink
           end-if
       end-if.

AuditQuestMaster.
       if not QuestAvailable then
           exit paragraph
