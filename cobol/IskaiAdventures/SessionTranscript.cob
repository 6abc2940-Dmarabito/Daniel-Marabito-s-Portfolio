>>source format free
identification division.
program-id. SessionTranscript.
author. Daniel Marabito.

*> Rebuilds a readable transcript of one or more recorded sessions
*> from AUDITTRL for support and the narrative team, printed to the
*> 80-column TRANSPRT file so it can be attached to a ticket. The
*> TRANSCTL control record picks the sessions: column 1 "S" and the
*> AUD-SessionId in columns 3-28 for one session, or column 1 "D" and
*> a yyyymmdd from and to date in columns 30-37 and 39-46 (a blank to
*> date means the from date only) for every session with an audit row
*> in that window.
*> Each input is printed with its time and what it meant: dialogue
*> choices show the DIALMST prompt and the option text picked, the
*> travel menu shows the LOCMST destination, the boon, race and
*> language menus show the name picked, and the merchant, combat and
*> pack menus show the action taken. Menus built from the player's
*> pack are resolved from the session's own records -- a sale from
*> its GOLDLOG SELL line (ITEMMST name), a craft from the GOLDLOG CRFT
*> line stamped between the pick and the session's next audit row
*> (RECIPEMST recipe), a serving from its RAMENLOG line (RAMENMST
*> flavor) -- and otherwise shown by menu number. Destination, boon
*> and language menus are rebuilt from today's masters, and a
*> dialogue menu with listener conditions is only resolved when the
*> race and boon were picked in the same session and no option
*> depends on the score. Operator and batch rows (SUPPORTCONSOLE,
*> SESSIONLOCKCLEAR, GRANTAPPLY, SEASONREWARD) print as written.
*> Each session ends with its LEADERTXN score and RAMENLOG servings.
*> RETURN-CODE: 0 transcript printed, 4 no audit rows match the
*> selection or more than 500 sessions match, 8 no usable TRANSCTL, or
*> AUDITTRL or TRANSPRT cannot be opened.

environment division.
input-output section.
file-control.
    select TranscriptControlFile assign to "TRANSCTL"
        organization is line sequential
        file status is TranscriptControlFileStatus.
    select TranscriptPrintFile assign to "TRANSPRT"
        organization is line sequential
        file status is TranscriptPrintFileStatus.
    select AuditTrailFile assign to "AUDITTRL"
        organization is line sequential
        file status is AuditTrailFileStatus.
    select LeaderboardFile assign to "LEADERTXN"
        organization is line sequential
        file status is LeaderboardFileStatus.
    select RamenLogFile assign to "RAMENLOG"
        organization is line sequential
        file status is RamenLogFileStatus.
    select GoldLedgerFile assign to "GOLDLOG"
        organization is line sequential
        file status is GoldLedgerFileStatus.
    select DialogueMasterFile assign to "DIALMST"
        organization is indexed
        access mode is dynamic
        record key is DLG-NodeKey
        file status is DialogueFileStatus.
    select DialogueLanguageFile assign to "DIALLANG"
        organization is indexed
        access mode is dynamic
        record key is DLL-Key
        file status is DialogueLanguageFileStatus.
    select ItemMasterFile assign to "ITEMMST"
        organization is indexed
        access mode is dynamic
        record key is ITM-ItemCode
        file status is ItemFileStatus.
    select RamenMasterFile assign to "RAMENMST"
        organization is indexed
        access mode is dynamic
        record key is RMN-ProductCode
        file status is RamenFileStatus.
    select LocationMasterFile assign to "LOCMST"
        organization is indexed
        access mode is dynamic
        record key is LOC-LocationName
        file status is LocationFileStatus.
    select BoonMasterFile assign to "BOONMST"
        organization is indexed
        access mode is dynamic
        record key is BOON-BoonName
        file status is BoonFileStatus.
    select RecipeMasterFile assign to "RECIPEMST"
        organization is indexed
        access mode is dynamic
        record key is RCP-RecipeCode
        file status is RecipeFileStatus.

data division.
file section.
fd TranscriptControlFile.
01 TranscriptControlRecord.
    02 TCC-SelectType pic x(01).
        88 TCC-SelectSession value "S".
        88 TCC-SelectDates value "D".
    02 filler pic x(01).
    02 TCC-SessionId pic x(26).
    02 filler pic x(01).
    02 TCC-FromDate pic x(08).
    02 filler pic x(01).
    02 TCC-ToDate pic x(08).
fd TranscriptPrintFile
    record contains 80 characters.
01 PrintLine pic x(80).
fd AuditTrailFile.
copy "AUDITREC.cpy".
fd LeaderboardFile.
copy "LEADERREC.cpy".
fd RamenLogFile.
copy "RAMENLOGREC.cpy".
fd GoldLedgerFile.
copy "GOLDLOGREC.cpy".
fd DialogueMasterFile.
copy "DIALREC.cpy".
fd DialogueLanguageFile.
copy "DIALLANGREC.cpy".
fd ItemMasterFile.
copy "ITEMREC.cpy".
fd RamenMasterFile.
copy "RAMENREC.cpy".
fd LocationMasterFile.
copy "LOCREC.cpy".
fd BoonMasterFile.
copy "BOONREC.cpy".
fd RecipeMasterFile.
copy "RECIPEREC.cpy".

working-storage section.
01 TranscriptControlFileStatus pic xx value "00".
    88 TranscriptControlFileOk value "00".
01 TranscriptPrintFileStatus pic xx value "00".
    88 TranscriptPrintFileOk value "00".
01 AuditTrailFileStatus pic xx value "00".
    88 AuditTrailFileOk value "00".
    88 AuditTrailFileEnd value "10".
01 LeaderboardFileStatus pic xx value "00".
    88 LeaderboardFileOk value "00".
    88 LeaderboardFileEnd value "10".
01 RamenLogFileStatus pic xx value "00".
    88 RamenLogFileOk value "00".
    88 RamenLogFileEnd value "10".
01 GoldLedgerFileStatus pic xx value "00".
    88 GoldLedgerFileOk value "00".
    88 GoldLedgerFileEnd value "10".
01 DialogueFileStatus pic xx value "00".
    88 DialogueFileOk value "00".
01 DialogueLanguageFileStatus pic xx value "00".
    88 DialogueLanguageFileOk value "00".
01 ItemFileStatus pic xx value "00".
    88 ItemFileOk value "00".
01 RamenFileStatus pic xx value "00".
    88 RamenFileOk value "00".
01 LocationFileStatus pic xx value "00".
    88 LocationFileOk value "00".
01 BoonFileStatus pic xx value "00".
    88 BoonFileOk value "00".
01 RecipeFileStatus pic xx value "00".
    88 RecipeFileOk value "00".

01 DialogueAvailableFlag pic x value "N".
    88 DialogueAvailable value "Y".
01 ItemAvailableFlag pic x value "N".
    88 ItemAvailable value "Y".
01 RamenAvailableFlag pic x value "N".
    88 RamenAvailable value "Y".
01 RecipeAvailableFlag pic x value "N".
    88 RecipeAvailable value "Y".

01 SelectType pic x(01) value spaces.
01 TargetSessionId pic x(26) value spaces.
01 FromDate pic x(08) value spaces.
01 ToDate pic x(08) value spaces.

01 SessionListTable.
    02 SessionListCount pic 9(05) value 0.
    02 SessionListEntry occurs 500 times.
        03 SLT-SessionId pic x(26).
        03 SLT-PlayerName pic x(100).
        03 SLT-FirstTimestamp pic x(26).
01 SessionIndex pic 9(05) value 0.
01 SessionSearchIndex pic 9(05) value 0.
01 SessionFoundIndex pic 9(05) value 0.
01 SessionOverflowFlag pic x value "N".
    88 SessionTableOverflow value "Y".
01 CurrentSessionId pic x(26) value spaces.

*> Menus rebuilt from today's masters the way the game builds them.
01 DestinationTable.
    02 DestinationCount pic 9(03) value 0.
    02 DST-LocationName occurs 96 times pic x(50).
01 BoonMenuTable.
    02 BoonMenuCount pic 9(03) value 0.
    02 BNM-BoonName occurs 10 times pic x(30).
01 LanguageMenuTable.
    02 LanguageMenuCount pic 9(03) value 0.
    02 LanguageMenuEntry occurs 10 times.
        03 LNM-LanguageCode pic x(02).
        03 LNM-LanguageName pic x(20).
01 LanguageMenuIndex pic 9(03) value 0.
01 LanguageFoundIndex pic 9(03) value 0.
01 LanguageListDoneFlag pic x value "N".
    88 LanguageListDone value "Y".
01 KnownLanguageTable.
    02 filler pic x(22) value "ESSpanish".
    02 filler pic x(22) value "JAJapanese".
    02 filler pic x(22) value "FRFrench".
    02 filler pic x(22) value "DEGerman".
    02 filler pic x(22) value "PTPortuguese".
    02 filler pic x(22) value "ITItalian".
    02 filler pic x(22) value "KOKorean".
    02 filler pic x(22) value "ZHChinese".
01 KnownLanguageTableRedef redefines KnownLanguageTable.
    02 KnownLanguageEntry occurs 8 times.
        03 KnownLanguageCode pic x(02).
        03 KnownLanguageName pic x(20).
01 KnownLanguageIndex pic 99 value 0.
01 RaceNameTable.
    02 filler pic x(10) value "Human".
    02 filler pic x(10) value "Giant".
    02 filler pic x(10) value "Dragon".
    02 filler pic x(10) value "Dwarf".
    02 filler pic x(10) value "Elf".
    02 filler pic x(10) value "Vampire".
    02 filler pic x(10) value "Werewolf".
    02 filler pic x(10) value "Ghost".
    02 filler pic x(10) value "Skeleton".
    02 filler pic x(10) value "Slime".
    02 filler pic x(10) value "Crab".
01 RaceNameTableRedef redefines RaceNameTable.
    02 RaceName occurs 11 times pic x(10).

*> The session's own records, consumed in order as the matching menu
*> picks come up on the audit trail.
01 ServingTable.
    02 ServingCount pic 9(03) value 0.
    02 ServingEntry occurs 200 times.
        03 SRV-Timestamp pic x(26).
        03 SRV-ProductCode pic x(10).
        03 SRV-HealthRestored pic 99.
01 ServingUsedCount pic 9(03) value 0.
01 SaleTable.
    02 SaleCount pic 9(03) value 0.
    02 SaleEntry occurs 200 times.
        03 SAL-ItemCode pic x(10).
        03 SAL-Amount pic 9(05).
01 SaleUsedCount pic 9(03) value 0.
01 CraftTable.
    02 CraftCount pic 9(03) value 0.
    02 CraftEntry occurs 200 times.
        03 CRF-Timestamp pic x(26).
        03 CRF-RecipeCode pic x(10).
01 CraftUsedCount pic 9(03) value 0.
*> Each CRAFTITEM pick and the time of the session's next audit row; a
*> CRFT line only belongs to the pick when it falls in that window, so
*> a free recipe or a pick that was not on the menu does not steal the
*> next craft's line.
01 CraftPickTable.
    02 CraftPickCount pic 9(03) value 0.
    02 CraftPickEntry occurs 200 times.
        03 CPK-FromTimestamp pic x(26).
        03 CPK-ToTimestamp pic x(26).
01 CraftPickUsedCount pic 9(03) value 0.
01 CraftWindowOpenFlag pic x value "N".
    88 CraftWindowOpen value "Y".
01 CraftScanIndex pic 9(03) value 0.
01 CraftScanFrom pic 9(03) value 0.
01 CraftFoundIndex pic 9(03) value 0.
01 CraftScanDoneFlag pic x value "N".
    88 CraftScanDone value "Y".
01 ServingIndex pic 9(03) value 0.

*> What the transcript knows of the listener so far this session.
01 SessionRaceIndex pic 99 value 0.
01 SessionBoonName pic x(30) value spaces.
01 SessionBoonKnownFlag pic x value "N".
    88 SessionBoonKnown value "Y".
01 SessionScore pic S999 value 0.
01 SessionScoreFoundFlag pic x value "N".
    88 SessionScoreFound value "Y".

01 ChoiceText pic x(03) justified right value spaces.
01 ChoiceNumber pic 9(03) value 0.
01 ChoiceNumericFlag pic x value "N".
    88 ChoiceIsNumber value "Y".
01 TrimmedRawValue pic x(100) value spaces.

01 VisibleOptionTable.
    02 VisibleOptionCount pic 9 value 0.
    02 VisibleOptionIndex occurs 4 times pic 9.
01 DialogueOptionIndex pic 9 value 0.
01 ChosenOptionSlot pic 9 value 0.
01 ConditionalMenuFlag pic x value "N".
    88 ConditionalMenu value "Y".
01 UnresolvableMenuFlag pic x value "N".
    88 UnresolvableMenu value "Y".
01 ConditionMetFlag pic x value "N".
    88 ConditionMet value "Y".

01 EventTime pic x(10) value spaces.
01 EventText pic x(400) value spaces.
01 WrapPrefix pic x(10) value spaces.
01 WrapLength pic 9(03) value 0.
01 WrapStart pic 9(03) value 0.
01 WrapRemaining pic 9(03) value 0.
01 WrapScan pic 9(03) value 0.
01 WrapScanFrom pic 9(03) value 0.
01 WrapBreak pic 9(03) value 0.
01 WrapSegmentLength pic 9(03) value 0.
01 WrapWidth pic 9(03) value 70.

01 WorkItemName pic x(30) value spaces.
01 WorkFlavorName pic x(20) value spaces.
01 WorkRecipeName pic x(30) value spaces.
01 WorkOutputName pic x(30) value spaces.
01 WorkAmountText pic z(4)9.
01 WorkCountText pic z(4)9.
01 WorkScoreText pic -(3)9.
01 WorkHealthText pic z9.
01 WorkQuantityText pic zz9.
01 AuditRowCount pic 9(07) value 0.
01 RuleLine pic x(80) value all "-".
01 DoubleRuleLine pic x(80) value all "=".

procedure division.
move 0 to return-code.
display "============ Session Transcript ============".
perform ReadTranscriptControl.
if SelectType = spaces then
    display "Nothing to transcribe -- put S and a session id, or D and a from/to date, in TRANSCTL."
    move 8 to return-code
    goback
end-if
open input AuditTrailFile.
if not AuditTrailFileOk then
    display "Unable to open AUDITTRL, file status " AuditTrailFileStatus
    move 8 to return-code
    goback
end-if
perform CollectNextSession until AuditTrailFileEnd.
close AuditTrailFile.
if SessionListCount = 0 then
    display "No AUDITTRL rows match the TRANSCTL selection."
    display "============================================"
    move 4 to return-code
    goback
end-if
open output TranscriptPrintFile.
if not TranscriptPrintFileOk then
    display "Unable to open TRANSPRT, file status " TranscriptPrintFileStatus
    move 8 to return-code
    goback
end-if
perform OpenReferenceMasters.
perform LoadDestinationTable.
perform LoadBoonMenu.
perform LoadLanguageMenu.

move spaces to PrintLine
move "ISKAI ADVENTURES -- SESSION TRANSCRIPT" to PrintLine
write PrintLine
move spaces to PrintLine
if SelectType = "S" then
    string "Session " delimited by size
        TargetSessionId delimited by size
        into PrintLine
else
    string "Sessions with play from " delimited by size
        FromDate delimited by size
        " to " delimited by size
        ToDate delimited by size
        into PrintLine
end-if
write PrintLine

perform PrintSessionTranscript
    varying SessionIndex from 1 by 1
    until SessionIndex > SessionListCount.

move DoubleRuleLine to PrintLine
write PrintLine
move SessionListCount to WorkCountText
move spaces to PrintLine
string function trim(WorkCountText) delimited by size
    " session(s) transcribed." delimited by size
    into PrintLine
write PrintLine
if SessionTableOverflow then
    move "More than 500 sessions matched -- narrow the date range for the rest." to PrintLine
    write PrintLine
    display "More than 500 sessions matched -- only the first 500 were transcribed."
    move 4 to return-code
end-if
close TranscriptPrintFile.
perform CloseReferenceMasters.
display SessionListCount " session(s) transcribed to TRANSPRT."
display "============================================".
goback.

ReadTranscriptControl.
       open input TranscriptControlFile
       if not TranscriptControlFileOk then
           exit paragraph
       end-if
       read TranscriptControlFile
       if TranscriptControlFileOk then
           if TCC-SelectSession and TCC-SessionId not = spaces then
               move "S" to SelectType
               move TCC-SessionId to TargetSessionId
               display "Transcribing session " TargetSessionId
           end-if
           if TCC-SelectDates and TCC-FromDate is numeric then
               move "D" to SelectType
               move TCC-FromDate to FromDate
               move TCC-FromDate to ToDate
               if TCC-ToDate is numeric then
                   move TCC-ToDate to ToDate
               end-if
               display "Transcribing sessions from " FromDate " to " ToDate
           end-if
       end-if
       close TranscriptControlFile.

CollectNextSession.
       read AuditTrailFile
       if not AuditTrailFileOk then
           move "10" to AuditTrailFileStatus
           exit paragraph
       end-if
       if SelectType = "S" then
           if AUD-SessionId not = TargetSessionId then
               exit paragraph
           end-if
       else
           if AUD-Timestamp(1:8) < FromDate or AUD-Timestamp(1:8) > ToDate then
               exit paragraph
           end-if
       end-if
       move 0 to SessionFoundIndex
       perform FindSessionEntry
           varying SessionSearchIndex from 1 by 1
           until SessionSearchIndex > SessionListCount or SessionFoundIndex > 0
       if SessionFoundIndex > 0 then
           exit paragraph
       end-if
       if SessionListCount < 500 then
           add 1 to SessionListCount
           move AUD-SessionId to SLT-SessionId(SessionListCount)
           move AUD-PlayerName to SLT-PlayerName(SessionListCount)
           move AUD-Timestamp to SLT-FirstTimestamp(SessionListCount)
       else
           set SessionTableOverflow to true
       end-if.

FindSessionEntry.
       if SLT-SessionId(SessionSearchIndex) = AUD-SessionId then
           move SessionSearchIndex to SessionFoundIndex
       end-if.

OpenReferenceMasters.
*> A master that is not on file only costs the names it would have
*> resolved; the transcript still prints with codes and numbers.
       open input DialogueMasterFile
       if DialogueFileOk then
           set DialogueAvailable to true
       else
           display "DIALMST absent (status " DialogueFileStatus ") -- dialogue shown by node and number."
       end-if
       open input ItemMasterFile
       if ItemFileOk then
           set ItemAvailable to true
       else
           display "ITEMMST absent (status " ItemFileStatus ") -- items shown by code."
       end-if
       open input RamenMasterFile
       if RamenFileOk then
           set RamenAvailable to true
       else
           display "RAMENMST absent (status " RamenFileStatus ") -- ramen shown by product code."
       end-if
       open input RecipeMasterFile
       if RecipeFileOk then
           set RecipeAvailable to true
       end-if.

CloseReferenceMasters.
       if DialogueAvailable then
           close DialogueMasterFile
       end-if
       if ItemAvailable then
           close ItemMasterFile
       end-if
       if RamenAvailable then
           close RamenMasterFile
       end-if
       if RecipeAvailable then
           close RecipeMasterFile
       end-if.

LoadDestinationTable.
       move 0 to DestinationCount
       open input LocationMasterFile
       if LocationFileOk then
           move low-values to LOC-LocationName
           start LocationMasterFile key is not less than LOC-LocationName
           if LocationFileOk then
               perform LoadNextDestination until not LocationFileOk
           end-if
           close LocationMasterFile
       end-if.

LoadNextDestination.
       read LocationMasterFile next record
       if LocationFileOk and DestinationCount < 96 then
           if LOC-LocationName not = "Afterlife" then
               add 1 to DestinationCount
               move LOC-LocationName to DST-LocationName(DestinationCount)
           end-if
       end-if.

LoadBoonMenu.
       move 0 to BoonMenuCount
       open input BoonMasterFile
       if BoonFileOk then
           move low-values to BOON-BoonName
           start BoonMasterFile key is not less than BOON-BoonName
           if BoonFileOk then
               perform LoadNextBoon until not BoonFileOk
           end-if
           close BoonMasterFile
       end-if.

LoadNextBoon.
       read BoonMasterFile next record
       if BoonFileOk and BoonMenuCount < 10 then
           add 1 to BoonMenuCount
           move BOON-BoonName to BNM-BoonName(BoonMenuCount)
       end-if.

LoadLanguageMenu.
       move 0 to LanguageMenuCount
       open input DialogueLanguageFile
       if not DialogueLanguageFileOk then
           exit paragraph
       end-if
       move "N" to LanguageListDoneFlag
       move low-values to DLL-Key
       start DialogueLanguageFile key is not less than DLL-Key
       if DialogueLanguageFileOk then
           perform LoadNextLanguageCode until LanguageListDone
       end-if
       close DialogueLanguageFile.

LoadNextLanguageCode.
       read DialogueLanguageFile next record
       if not DialogueLanguageFileOk then
           set LanguageListDone to true
           exit paragraph
       end-if
       move 0 to LanguageFoundIndex
       perform FindLanguageMenuEntry
           varying LanguageMenuIndex from 1 by 1
           until LanguageMenuIndex > LanguageMenuCount or LanguageFoundIndex > 0
       if LanguageFoundIndex = 0 and LanguageMenuCount < 10 then
           add 1 to LanguageMenuCount
           move DLL-LanguageCode to LNM-LanguageCode(LanguageMenuCount)
           move DLL-LanguageCode to LNM-LanguageName(LanguageMenuCount)
           perform NameKnownLanguage
               varying KnownLanguageIndex from 1 by 1
               until KnownLanguageIndex > 8
       end-if.

FindLanguageMenuEntry.
       if LNM-LanguageCode(LanguageMenuIndex) = DLL-LanguageCode then
           move LanguageMenuIndex to LanguageFoundIndex
       end-if.

NameKnownLanguage.
       if KnownLanguageCode(KnownLanguageIndex) = DLL-LanguageCode then
           move KnownLanguageName(KnownLanguageIndex) to LNM-LanguageName(LanguageMenuCount)
       end-if.

PrintSessionTranscript.
       move SLT-SessionId(SessionIndex) to CurrentSessionId
       move 0 to SessionRaceIndex
       move spaces to SessionBoonName
       move "N" to SessionBoonKnownFlag
       move 0 to AuditRowCount
       perform LoadSessionServings
       perform LoadSessionGoldLines
       perform LoadSessionCraftPicks
       perform FindSessionScore

       move DoubleRuleLine to PrintLine
       write PrintLine
       move spaces to PrintLine
       string "Session " delimited by size
           CurrentSessionId delimited by size
           "  Player " delimited by size
           SLT-PlayerName(SessionIndex) delimited by size
           into PrintLine
       write PrintLine
       move spaces to PrintLine
       string "Started " delimited by size
           SLT-FirstTimestamp(SessionIndex)(1:4) delimited by size
           "-" delimited by size
           SLT-FirstTimestamp(SessionIndex)(5:2) delimited by size
           "-" delimited by size
           SLT-FirstTimestamp(SessionIndex)(7:2) delimited by size
           " " delimited by size
           SLT-FirstTimestamp(SessionIndex)(9:2) delimited by size
           ":" delimited by size
           SLT-FirstTimestamp(SessionIndex)(11:2) delimited by size
           ":" delimited by size
           SLT-FirstTimestamp(SessionIndex)(13:2) delimited by size
           into PrintLine
       write PrintLine
       move RuleLine to PrintLine
       write PrintLine

       open input AuditTrailFile
       if AuditTrailFileOk then
           perform TranscribeNextAuditRow until AuditTrailFileEnd
           close AuditTrailFile
       end-if

       move RuleLine to PrintLine
       write PrintLine
       move spaces to PrintLine
       if SessionScoreFound then
           move SessionScore to WorkScoreText
           string "Final score (LEADERTXN): " delimited by size
               function trim(WorkScoreText) delimited by size
               into PrintLine
       else
           move "No LEADERTXN score -- the session did not finish." to PrintLine
       end-if
       write PrintLine
       move ServingCount to WorkCountText
       move spaces to PrintLine
       string "Ramen servings (RAMENLOG): " delimited by size
           function trim(WorkCountText) delimited by size
           into PrintLine
       write PrintLine
       perform PrintServingLine
           varying ServingIndex from 1 by 1
           until ServingIndex > ServingCount
       display "Session " CurrentSessionId ": " AuditRowCount " audit row(s) transcribed.".

LoadSessionServings.
       move 0 to ServingCount
       move 0 to ServingUsedCount
       open input RamenLogFile
       if RamenLogFileOk then
           perform LoadNextServing until RamenLogFileEnd
           close RamenLogFile
       end-if.

LoadNextServing.
       read RamenLogFile
       if not RamenLogFileOk then
           move "10" to RamenLogFileStatus
           exit paragraph
       end-if
       if RCL-SessionId = CurrentSessionId and ServingCount < 200 then
           add 1 to ServingCount
           move RCL-Timestamp to SRV-Timestamp(ServingCount)
           move RCL-ProductCode to SRV-ProductCode(ServingCount)
           move RCL-HealthRestored to SRV-HealthRestored(ServingCount)
       end-if.

LoadSessionGoldLines.
       move 0 to SaleCount
       move 0 to SaleUsedCount
       move 0 to CraftCount
       move 0 to CraftUsedCount
       open input GoldLedgerFile
       if GoldLedgerFileOk then
           perform LoadNextGoldLine until GoldLedgerFileEnd
           close GoldLedgerFile
       end-if.

LoadNextGoldLine.
       read GoldLedgerFile
       if not GoldLedgerFileOk then
           move "10" to GoldLedgerFileStatus
           exit paragraph
       end-if
       if GLD-SessionId not = CurrentSessionId then
           exit paragraph
       end-if
       if GLD-ReasonCode = "SELL" and SaleCount < 200 then
           add 1 to SaleCount
           move GLD-ReferenceKey to SAL-ItemCode(SaleCount)
           move GLD-Amount to SAL-Amount(SaleCount)
       end-if
       if GLD-ReasonCode = "CRFT" and CraftCount < 200 then
           add 1 to CraftCount
           move GLD-Timestamp to CRF-Timestamp(CraftCount)
           move GLD-ReferenceKey to CRF-RecipeCode(CraftCount)
       end-if.

LoadSessionCraftPicks.
       move 0 to CraftPickCount
       move 0 to CraftPickUsedCount
       move "N" to CraftWindowOpenFlag
       open input AuditTrailFile
       if AuditTrailFileOk then
           perform LoadNextCraftPick until AuditTrailFileEnd
           close AuditTrailFile
       end-if.

LoadNextCraftPick.
       read AuditTrailFile
       if not AuditTrailFileOk then
           move "10" to AuditTrailFileStatus
           exit paragraph
       end-if
       if AUD-SessionId not = CurrentSessionId then
           exit paragraph
       end-if
       if CraftWindowOpen then
           move AUD-Timestamp to CPK-ToTimestamp(CraftPickCount)
           move "N" to CraftWindowOpenFlag
       end-if
       if AUD-ParagraphName = "CRAFTITEM" and CraftPickCount < 200 then
           add 1 to CraftPickCount
           move AUD-Timestamp to CPK-FromTimestamp(CraftPickCount)
           move high-values to CPK-ToTimestamp(CraftPickCount)
           set CraftWindowOpen to true
       end-if.

FindSessionScore.
       move "N" to SessionScoreFoundFlag
       open input LeaderboardFile
       if LeaderboardFileOk then
           perform CheckNextLeaderboardRow until LeaderboardFileEnd
           close LeaderboardFile
       end-if.

CheckNextLeaderboardRow.
       read LeaderboardFile
       if not LeaderboardFileOk then
           move "10" to LeaderboardFileStatus
           exit paragraph
       end-if
       if LB-SessionId = CurrentSessionId then
           move LB-PlayerScore to SessionScore
           set SessionScoreFound to true
       end-if.

PrintServingLine.
       move SRV-ProductCode(ServingIndex) to RMN-ProductCode
       perform ResolveFlavorName
       move SRV-HealthRestored(ServingIndex) to WorkHealthText
       move spaces to PrintLine
       string "  " delimited by size
           SRV-Timestamp(ServingIndex)(9:2) delimited by size
           ":" delimited by size
           SRV-Timestamp(ServingIndex)(11:2) delimited by size
           ":" delimited by size
           SRV-Timestamp(ServingIndex)(13:2) delimited by size
           "  " delimited by size
           function trim(WorkFlavorName) delimited by size
           " (" delimited by size
           function trim(SRV-ProductCode(ServingIndex)) delimited by size
           "), restored " delimited by size
           function trim(WorkHealthText) delimited by size
           " health" delimited by size
           into PrintLine
       write PrintLine.

TranscribeNextAuditRow.
       read AuditTrailFile
       if not AuditTrailFileOk then
           move "10" to AuditTrailFileStatus
           exit paragraph
       end-if
       if AUD-SessionId not = CurrentSessionId then
           exit paragraph
       end-if
       add 1 to AuditRowCount
       move spaces to EventTime
       string AUD-Timestamp(9:2) delimited by size
           ":" delimited by size
           AUD-Timestamp(11:2) delimited by size
           ":" delimited by size
           AUD-Timestamp(13:2) delimited by size
           into EventTime
       perform ParseChoiceNumber
       move spaces to EventText
       if AUD-ParagraphName = "MAINLINE" then
           string "Arrived in the white void and gave the name '" delimited by size
               function trim(AUD-RawValue) delimited by size
               "'." delimited by size
               into EventText
       else
       if AUD-ParagraphName = "SESSIONSEED" then
           string "Combat dice seeded (" delimited by size
               function trim(AUD-RawValue) delimited by size
               ")." delimited by size
               into EventText
       else
       if AUD-ParagraphName = "CHOOSELANGUAGE" then
           perform DescribeLanguageChoice
       else
       if AUD-ParagraphName = "SOWHATWILLITBE" then
           perform DescribeRaceChoice
       else
       if AUD-ParagraphName = "ASKFORRESPEC" then
           perform DescribeRespecChoice
       else
       if AUD-ParagraphName = "CHOOSEYOURBOON" then
           perform DescribeBoonChoice
       else
       if AUD-ParagraphName = "OFFERQUESTS" then
           perform DescribeQuestChoice
       else
       if AUD-ParagraphName = "CHOOSEDESTINATION" then
           perform DescribeDestinationChoice
       else
       if AUD-ParagraphName = "MERCHANTMENU" then
           perform DescribeMerchantChoice
       else
       if AUD-ParagraphName = "SELLSOMELOOT" then
           perform DescribeSaleChoice
       else
       if AUD-ParagraphName = "EATSOMERAMEN" then
           perform DescribeRamenChoice
       else
       if AUD-ParagraphName = "COMBATROUND" then
           perform DescribeCombatChoice
       else
       if AUD-ParagraphName = "CONSUMEINCOMBAT" then
           perform DescribeConsumeChoice
       else
       if AUD-ParagraphName = "USECONSUMABLEITEM" then
           perform DescribeConsumableChoice
       else
       if AUD-ParagraphName = "CHOOSEPACKACTION" then
           perform DescribePackChoice
       else
       if AUD-ParagraphName = "CRAFTITEM" then
           perform DescribeCraftChoice
       else
       if AUD-ParagraphName = "SUPPORTCONSOLE" or AUD-ParagraphName = "SESSIONLOCKCLEAR" then
           string "Operator change: " delimited by size
               function trim(AUD-RawValue) delimited by size
               into EventText
       else
       if AUD-ParagraphName = "GRANTAPPLY" then
           string "Promotional grant: " delimited by size
               function trim(AUD-RawValue) delimited by size
               into EventText
       else
       if AUD-ParagraphName = "SEASONREWARD" then
           string "Season reward: " delimited by size
               function trim(AUD-RawValue) delimited by size
               into EventText
       else
           perform DescribeDialogueChoice
       end-if
       end-if
       end-if
       end-if
       end-if
       end-if
       end-if
       end-if
       end-if
       end-if
       end-if
       end-if
       end-if
       end-if
       end-if
       end-if
       end-if
       end-if
       end-if
       if EventText not = spaces then
           move EventTime to WrapPrefix
           perform PrintWrappedText
       end-if.

ParseChoiceNumber.
*> The game moves what was typed straight into a numeric menu field;
*> up to three digits are read back as the menu number picked.
       move "N" to ChoiceNumericFlag
       move 0 to ChoiceNumber
       move function trim(AUD-RawValue) to TrimmedRawValue
       if TrimmedRawValue not = spaces and TrimmedRawValue(4:97) = spaces then
           move function trim(TrimmedRawValue(1:3)) to ChoiceText
           inspect ChoiceText replacing leading space by "0"
           if ChoiceText is numeric then
               move ChoiceText to ChoiceNumber
               set ChoiceIsNumber to true
           end-if
       end-if.

DescribeNotAnOption.
       string "Typed '" delimited by size
           function trim(AUD-RawValue) delimited by size
           "' at the " delimited by size
           function trim(AUD-ParagraphName) delimited by size
           " menu -- not an option, asked again." delimited by size
           into EventText.

DescribeLanguageChoice.
       if ChoiceIsNumber and ChoiceNumber = 1 then
           move "Chose to be spoken to in English." to EventText
           exit paragraph
       end-if
       if ChoiceIsNumber and ChoiceNumber > 1 and ChoiceNumber <= LanguageMenuCount + 1 then
           compute LanguageMenuIndex = ChoiceNumber - 1
           string "Chose to be spoken to in " delimited by size
               function trim(LNM-LanguageName(LanguageMenuIndex)) delimited by size
               "." delimited by size
               into EventText
       else
           perform DescribeNotAnOption
       end-if.

DescribeRaceChoice.
       if ChoiceIsNumber and ChoiceNumber >= 1 and ChoiceNumber <= 11 then
           move ChoiceNumber to SessionRaceIndex
           string "Chose to be reborn as: " delimited by size
               function trim(RaceName(ChoiceNumber)) delimited by size
               "." delimited by size
               into EventText
       else
           perform DescribeNotAnOption
       end-if.

DescribeRespecChoice.
       if ChoiceIsNumber and ChoiceNumber = 1 then
           move "Spent favor to be reborn as a different race." to EventText
       else
           if ChoiceIsNumber and ChoiceNumber = 2 then
               move "Declined the respec and kept the current race." to EventText
           else
               perform DescribeNotAnOption
           end-if
       end-if.

DescribeBoonChoice.
       if ChoiceIsNumber and ChoiceNumber >= 1 and ChoiceNumber <= BoonMenuCount then
           move BNM-BoonName(ChoiceNumber) to SessionBoonName
           set SessionBoonKnown to true
           string "Chose the boon: " delimited by size
               function trim(BNM-BoonName(ChoiceNumber)) delimited by size
               "." delimited by size
               into EventText
       else
           perform DescribeNotAnOption
       end-if.

DescribeQuestChoice.
       if ChoiceIsNumber and ChoiceNumber = 1 then
           move "Accepted the task the man offered." to EventText
       else
           if ChoiceIsNumber and ChoiceNumber = 2 then
               move "Declined the task the man offered." to EventText
           else
               perform DescribeNotAnOption
           end-if
       end-if.

DescribeDestinationChoice.
       if not ChoiceIsNumber then
           perform DescribeNotAnOption
           exit paragraph
       end-if
       if ChoiceNumber = 0 then
           move "Rested and ended the adventure." to EventText
       else
       if ChoiceNumber = 97 then
           move "Called the traveling merchant." to EventText
       else
       if ChoiceNumber = 98 then
           move "Opened the ramen pantry." to EventText
       else
       if ChoiceNumber = 99 then
           move "Checked the pack." to EventText
       else
       if ChoiceNumber <= DestinationCount then
           string "Traveled to " delimited by size
               function trim(DST-LocationName(ChoiceNumber)) delimited by size
               "." delimited by size
               into EventText
       else
           perform DescribeNotAnOption
       end-if
       end-if
       end-if
       end-if
       end-if.

DescribeMerchantChoice.
       if not ChoiceIsNumber then
           perform DescribeNotAnOption
           exit paragraph
       end-if
       if ChoiceNumber = 0 then
           move "Waved the merchant off." to EventText
       else
       if ChoiceNumber = 1 then
           move "Asked the merchant to look at some loot." to EventText
       else
       if ChoiceNumber = 2 then
           move "Bought a healing draught from the merchant (if the purse allowed)." to EventText
       else
       if ChoiceNumber = 3 then
           move "Bought a serving of ramen from the merchant (if the purse allowed)." to EventText
       else
           perform DescribeNotAnOption
       end-if
       end-if
       end-if
       end-if.

DescribeSaleChoice.
       if ChoiceIsNumber and ChoiceNumber = 0 then
           move "Decided not to sell anything." to EventText
           exit paragraph
       end-if
       if not ChoiceIsNumber then
           perform DescribeNotAnOption
           exit paragraph
       end-if
       if SaleUsedCount < SaleCount then
           add 1 to SaleUsedCount
           move SAL-ItemCode(SaleUsedCount) to ITM-ItemCode
           perform ResolveItemName
           move SAL-Amount(SaleUsedCount) to WorkAmountText
           string "Sold one " delimited by size
               function trim(WorkItemName) delimited by size
               " for " delimited by size
               function trim(WorkAmountText) delimited by size
               " gold." delimited by size
               into EventText
       else
           string "Picked loot number " delimited by size
               function trim(AUD-RawValue) delimited by size
               " to sell (no matching GOLDLOG sale)." delimited by size
               into EventText
       end-if.

DescribeRamenChoice.
       if ChoiceIsNumber and ChoiceNumber = 0 then
           move "Closed the ramen pantry without eating." to EventText
           exit paragraph
       end-if
       if not ChoiceIsNumber then
           perform DescribeNotAnOption
           exit paragraph
       end-if
       if ServingUsedCount < ServingCount then
           add 1 to ServingUsedCount
           move SRV-ProductCode(ServingUsedCount) to RMN-ProductCode
           perform ResolveFlavorName
           move SRV-HealthRestored(ServingUsedCount) to WorkHealthText
           string "Ate a serving of " delimited by size
               function trim(WorkFlavorName) delimited by size
               " ramen (restored " delimited by size
               function trim(WorkHealthText) delimited by size
               " health)." delimited by size
               into EventText
       else
           string "Picked ramen number " delimited by size
               function trim(AUD-RawValue) delimited by size
               " (no matching RAMENLOG serving)." delimited by size
               into EventText
       end-if.

DescribeCombatChoice.
       if not ChoiceIsNumber then
           perform DescribeNotAnOption
           exit paragraph
       end-if
       if ChoiceNumber = 1 then
           move "Fight: attacked." to EventText
       else
       if ChoiceNumber = 2 then
           move "Fight: defended against the next blow." to EventText
       else
       if ChoiceNumber = 3 then
           move "Fight: fled back to the travel menu." to EventText
       else
       if ChoiceNumber = 4 then
           move "Fight: reached for something to consume." to EventText
       else
           perform DescribeNotAnOption
       end-if
       end-if
       end-if
       end-if.

DescribeConsumeChoice.
       if ChoiceIsNumber and ChoiceNumber = 0 then
           move "Fight: thought better of consuming anything." to EventText
       else
       if ChoiceIsNumber and ChoiceNumber = 1 then
           move "Fight: went to use a pack item." to EventText
       else
       if ChoiceIsNumber and ChoiceNumber = 2 then
           move "Fight: went to eat some ramen." to EventText
       else
           perform DescribeNotAnOption
       end-if
       end-if
       end-if.

DescribeConsumableChoice.
       if ChoiceIsNumber and ChoiceNumber = 0 then
           move "Fight: put the pack item back." to EventText
       else
           if ChoiceIsNumber then
               string "Fight: used consumable number " delimited by size
                   function trim(AUD-RawValue) delimited by size
                   " from the pack." delimited by size
                   into EventText
           else
               perform DescribeNotAnOption
           end-if
       end-if.

DescribePackChoice.
       if not ChoiceIsNumber then
           perform DescribeNotAnOption
           exit paragraph
       end-if
       if ChoiceNumber = 0 then
           move "Closed the pack." to EventText
       else
       if ChoiceNumber = 98 then
           move "Laid out materials to craft." to EventText
       else
       if ChoiceNumber = 99 then
           move "Looked over the badges." to EventText
       else
           string "Equipped or stowed pack item number " delimited by size
               function trim(AUD-RawValue) delimited by size
               "." delimited by size
               into EventText
       end-if
       end-if
       end-if.

DescribeCraftChoice.
       add 1 to CraftPickUsedCount
       if ChoiceIsNumber and ChoiceNumber = 0 then
           move "Decided not to craft anything." to EventText
           exit paragraph
       end-if
       if not ChoiceIsNumber then
           perform DescribeNotAnOption
           exit paragraph
       end-if
       move 0 to CraftFoundIndex
       if CraftPickUsedCount <= CraftPickCount then
           move "N" to CraftScanDoneFlag
           compute CraftScanFrom = CraftUsedCount + 1
           perform CheckCraftLineInWindow
               varying CraftScanIndex from CraftScanFrom by 1
               until CraftScanIndex > CraftCount or CraftFoundIndex > 0 or CraftScanDone
       end-if
       if CraftFoundIndex > 0 then
           move CraftFoundIndex to CraftUsedCount
           move CRF-RecipeCode(CraftUsedCount) to RCP-RecipeCode
           perform ResolveRecipe
           string "Crafted " delimited by size
               function trim(WorkOutputName) delimited by size
               " x" delimited by size
               function trim(WorkQuantityText) delimited by size
               " from the recipe " delimited by size
               function trim(WorkRecipeName) delimited by size
               "." delimited by size
               into EventText
       else
           string "Picked recipe number " delimited by size
               function trim(AUD-RawValue) delimited by size
               " (no CRFT line on GOLDLOG for this pick -- a free recipe, or not an option)." delimited by size
               into EventText
       end-if.

CheckCraftLineInWindow.
*> A line stamped before the pick belongs to no pick on the trail and
*> is passed over; the first line after the window ends the search.
       if CRF-Timestamp(CraftScanIndex) > CPK-ToTimestamp(CraftPickUsedCount) then
           set CraftScanDone to true
       else
           if CRF-Timestamp(CraftScanIndex) not < CPK-FromTimestamp(CraftPickUsedCount) then
               move CraftScanIndex to CraftFoundIndex
           end-if
       end-if.

DescribeDialogueChoice.
*> Anything else on the audit trail is a dialogue node key.
       if not DialogueAvailable then
           perform DescribeUnknownRow
           exit paragraph
       end-if
       move AUD-ParagraphName to DLG-NodeKey
       read DialogueMasterFile key is DLG-NodeKey
       if not DialogueFileOk then
           perform DescribeUnknownRow
           exit paragraph
       end-if
       string function trim(DLG-NodeKey) delimited by size
           ": " delimited by size
           function trim(DLG-PromptText) delimited by size
           into EventText
       move EventTime to WrapPrefix
       perform PrintWrappedText
       move spaces to EventTime
       move spaces to EventText
       if not ChoiceIsNumber or ChoiceNumber = 0 or ChoiceNumber > DLG-OptionCount then
           string "-> typed '" delimited by size
               function trim(AUD-RawValue) delimited by size
               "' -- not an option, asked again." delimited by size
               into EventText
           exit paragraph
       end-if
       perform ResolveDialogueOption
       if ChosenOptionSlot = 0 then
           string "-> picked menu line " delimited by size
               function trim(AUD-RawValue) delimited by size
               " (the menu depended on the listener; option not resolved)." delimited by size
               into EventText
       else
           string "-> " delimited by size
               function trim(DLG-OptionText(ChosenOptionSlot)) delimited by size
               into EventText
       end-if.

DescribeUnknownRow.
       string function trim(AUD-ParagraphName) delimited by size
           ": typed '" delimited by size
           function trim(AUD-RawValue) delimited by size
           "'" delimited by size
           into EventText.

ResolveDialogueOption.
*> A plain menu shows every option in slot order. When options carry
*> listener conditions the menu renumbers around the hidden ones, so
*> it is rebuilt from the race and boon this session picked; a score
*> condition, or a race or boon the transcript never saw, leaves the
*> pick unresolved.
       move 0 to ChosenOptionSlot
       move "N" to ConditionalMenuFlag
       move "N" to UnresolvableMenuFlag
       perform CheckOptionConditional
           varying DialogueOptionIndex from 1 by 1
           until DialogueOptionIndex > DLG-OptionCount
       if not ConditionalMenu then
           move ChoiceNumber to ChosenOptionSlot
           exit paragraph
       end-if
       if UnresolvableMenu then
           exit paragraph
       end-if
       move 0 to VisibleOptionCount
       perform ConsiderDialogueOption
           varying DialogueOptionIndex from 1 by 1
           until DialogueOptionIndex > DLG-OptionCount
       if ChoiceNumber <= VisibleOptionCount then
           move VisibleOptionIndex(ChoiceNumber) to ChosenOptionSlot
       end-if.

CheckOptionConditional.
       if DLG-OptCondRaceIndex(DialogueOptionIndex) is numeric
           and DLG-OptCondRaceIndex(DialogueOptionIndex) > 0 then
           set ConditionalMenu to true
           if SessionRaceIndex = 0 then
               set UnresolvableMenu to true
           end-if
       end-if
       if DLG-OptCondBoon(DialogueOptionIndex) not = spaces then
           set ConditionalMenu to true
           if not SessionBoonKnown then
               set UnresolvableMenu to true
           end-if
       end-if
       if DLG-OptCondScoreSign(DialogueOptionIndex) = "+"
           or DLG-OptCondScoreSign(DialogueOptionIndex) = "-" then
           set ConditionalMenu to true
           set UnresolvableMenu to true
       end-if.

ConsiderDialogueOption.
       move "Y" to ConditionMetFlag
       if DLG-OptCondRaceIndex(DialogueOptionIndex) is numeric
           and DLG-OptCondRaceIndex(DialogueOptionIndex) > 0
           and DLG-OptCondRaceIndex(DialogueOptionIndex) not = SessionRaceIndex then
           move "N" to ConditionMetFlag
       end-if
       if DLG-OptCondBoon(DialogueOptionIndex) not = spaces
           and DLG-OptCondBoon(DialogueOptionIndex) not = SessionBoonName then
           move "N" to ConditionMetFlag
       end-if
       if ConditionMet then
           add 1 to VisibleOptionCount
           move DialogueOptionIndex to VisibleOptionIndex(VisibleOptionCount)
       end-if.

ResolveItemName.
       move ITM-ItemCode to WorkItemName
       if ItemAvailable then
           read ItemMasterFile key is ITM-ItemCode
           if ItemFileOk then
               move ITM-ItemName to WorkItemName
           end-if
       end-if.

ResolveFlavorName.
       move RMN-ProductCode to WorkFlavorName
       if RamenAvailable then
           read RamenMasterFile key is RMN-ProductCode
           if RamenFileOk then
               move RMN-FlavorName to WorkFlavorName
           end-if
       end-if.

ResolveRecipe.
       move RCP-RecipeCode to WorkRecipeName
       move "an item" to WorkOutputName
       move 1 to WorkQuantityText
       if RecipeAvailable then
           read RecipeMasterFile key is RCP-RecipeCode
           if RecipeFileOk then
               move RCP-RecipeName to WorkRecipeName
               move RCP-OutputQuantity to WorkQuantityText
               move RCP-OutputItemCode to ITM-ItemCode
               perform ResolveItemName
               move WorkItemName to WorkOutputName
           end-if
       end-if.

PrintWrappedText.
*> Prints EventText under a 10-column prefix (the time on the first
*> line, blank after), breaking at the last space that fits in 70.
       if EventText = spaces then
           exit paragraph
       end-if
       move function length(function trim(EventText trailing)) to WrapLength
       move 1 to WrapStart
       perform PrintNextWrapSegment until WrapStart > WrapLength.

PrintNextWrapSegment.
       compute WrapRemaining = WrapLength - WrapStart + 1
       if WrapRemaining <= WrapWidth then
           move WrapRemaining to WrapSegmentLength
       else
           move 0 to WrapBreak
           compute WrapScanFrom = WrapStart + WrapWidth
           perform FindWrapBreak
               varying WrapScan from WrapScanFrom by -1
               until WrapScan <= WrapStart or WrapBreak > 0
           if WrapBreak = 0 then
               move WrapWidth to WrapSegmentLength
           else
               compute WrapSegmentLength = WrapBreak - WrapStart
           end-if
       end-if
       move spaces to PrintLine
       move WrapPrefix to PrintLine(1:10)
       move EventText(WrapStart:WrapSegmentLength) to PrintLine(11:WrapSegmentLength)
       write PrintLine
       move spaces to WrapPrefix
       add WrapSegmentLength to WrapStart
       perform SkipWrapSpace
           until WrapStart > WrapLength or EventText(WrapStart:1) not = space.

FindWrapBreak.
       if EventText(WrapScan:1) = space then
           move WrapScan to WrapBreak
       end-if.

SkipWrapSpace.
       add 1 to WrapStart.
