>>source format free
identification division.
program-id. RecallTrace.
author. Daniel Marabito.

*> Recall trace for a pulled ingredient or supplier lot. The RECALLCTL
*> control record names what to trace: column 1 is "I" for an
*> ingredient (matched on RAMENING ingredient code or name) or "L" for
*> a supplier lot, columns 3-32 the code, name or lot, and the optional
*> columns 34-41 and 43-50 a yyyymmdd from and to date bounding the
*> servings listed (blank for no bound). Every RAMENING ingredient that
*> matches is listed with its SKU, flavor, supplier and lot; then every
*> RAMENLOG serving of an affected SKU is listed with its date,
*> session and player, followed by servings per SKU and the number of
*> distinct players and sessions served.
*> RETURN-CODE: 0 nothing matched the trace, 4 affected SKUs listed (or
*> no RAMENLOG to trace servings in), 8 no usable RECALLCTL or RAMENING
*> cannot be opened.

environment division.
input-output section.
file-control.
    select RecallControlFile assign to "RECALLCTL"
        organization is line sequential
        file status is RecallControlFileStatus.
    select IngredientMasterFile assign to "RAMENING"
        organization is indexed
        access mode is dynamic
        record key is ING-Key
        file status is IngredientFileStatus.
    select RamenMasterFile assign to "RAMENMST"
        organization is indexed
        access mode is dynamic
        record key is RMN-ProductCode
        file status is RamenFileStatus.
    select RamenLogFile assign to "RAMENLOG"
        organization is line sequential
        file status is RamenLogFileStatus.

data division.
file section.
fd RecallControlFile.
01 RecallControlRecord.
    02 RCC-TraceType pic x(01).
        88 RCC-TraceIngredient value "I".
        88 RCC-TraceLot value "L".
    02 filler pic x(01).
    02 RCC-TraceValue pic x(30).
    02 filler pic x(01).
    02 RCC-FromDate pic x(08).
    02 RCC-FromDateNum redefines RCC-FromDate pic 9(08).
    02 filler pic x(01).
    02 RCC-ToDate pic x(08).
    02 RCC-ToDateNum redefines RCC-ToDate pic 9(08).
fd IngredientMasterFile.
copy "RAMENINGREC.cpy".
fd RamenMasterFile.
copy "RAMENREC.cpy".
fd RamenLogFile.
copy "RAMENLOGREC.cpy".

working-storage section.
01 RecallControlFileStatus pic xx value "00".
    88 RecallControlFileOk value "00".
01 IngredientFileStatus pic xx value "00".
    88 IngredientFileOk value "00".
    88 IngredientFileEnd value "10".
01 RamenFileStatus pic xx value "00".
    88 RamenFileOk value "00".
01 RamenMasterOpenFlag pic x value "N".
    88 RamenMasterOpen value "Y".
01 RamenLogFileStatus pic xx value "00".
    88 RamenLogFileOk value "00".
    88 RamenLogFileEnd value "10".

01 TraceType pic x(01) value spaces.
01 TraceValue pic x(30) value spaces.
01 FromDate pic 9(08) value 0.
01 ToDate pic 9(08) value 99999999.
01 ServingDate pic 9(08) value 0.

01 AffectedSkuTable.
    02 AffectedSkuCount pic 9(03) value 0.
    02 AffectedSkuEntry occurs 50 times.
        03 AFS-ProductCode pic x(10).
        03 AFS-FlavorName pic x(20).
        03 AFS-Servings pic 9(07).
01 ServedPlayerTable.
    02 ServedPlayerCount pic 9(05) value 0.
    02 ServedPlayerName occurs 1000 times pic x(100).
01 ServedSessionTable.
    02 ServedSessionCount pic 9(05) value 0.
    02 ServedSessionId occurs 1000 times pic x(26).
01 TableOverflowFlag pic x value "N".
    88 TableOverflow value "Y".
01 MatchedIngredientCount pic 9(05) value 0.
01 TracedServingCount pic 9(07) value 0.
01 WorkSearchIndex pic 9(05) value 0.
01 WorkFoundIndex pic 9(05) value 0.
01 ReportIndex pic 9(05) value 0.
01 WorkFlavorName pic x(20) value spaces.

procedure division.
move 0 to return-code.
display "================== Ramen Recall Trace ==================".
open input RecallControlFile.
if RecallControlFileOk then
    read RecallControlFile
    if RecallControlFileOk then
        move RCC-TraceType to TraceType
        move RCC-TraceValue to TraceValue
        if RCC-FromDate not = spaces and RCC-FromDateNum is numeric then
            move RCC-FromDateNum to FromDate
        end-if
        if RCC-ToDate not = spaces and RCC-ToDateNum is numeric then
            move RCC-ToDateNum to ToDate
        end-if
    end-if
    close RecallControlFile
end-if
if (TraceType not = "I" and TraceType not = "L") or TraceValue = spaces then
    display "Nothing to trace -- put I (ingredient) or L (supplier lot) and the code in RECALLCTL."
    move 8 to return-code
    goback
end-if
if TraceType = "I" then
    display "Tracing ingredient '" function trim(TraceValue) "'"
else
    display "Tracing supplier lot '" function trim(TraceValue) "'"
end-if
if FromDate > 0 or ToDate < 99999999 then
    display "Servings from " FromDate " to " ToDate
end-if
open input IngredientMasterFile.
if not IngredientFileOk then
    display "Unable to open RAMENING, file status " IngredientFileStatus
    move 8 to return-code
    goback
end-if
open input RamenMasterFile.
if RamenFileOk then
    set RamenMasterOpen to true
end-if

display "Affected ingredients:".
move low-values to ING-Key.
start IngredientMasterFile key is not less than ING-Key.
if IngredientFileOk then
    perform CheckNextIngredient until IngredientFileEnd
end-if
close IngredientMasterFile.
if RamenMasterOpen then
    close RamenMasterFile
end-if
if AffectedSkuCount = 0 then
    display "  (no RAMENING ingredient matches -- no SKU affected)"
    display "========================================================"
    goback
end-if
move 4 to return-code

display "--------------------------------------------------------".
display "Servings of affected SKUs (date, session, player, SKU):".
open input RamenLogFile.
if RamenLogFileOk then
    perform TraceNextServing until RamenLogFileEnd
    close RamenLogFile
else
    display "  No consumption log found (RAMENLOG status " RamenLogFileStatus ")."
end-if
if TracedServingCount = 0 then
    display "  (no servings of an affected SKU logged)"
end-if

display "--------------------------------------------------------".
display AffectedSkuCount " SKU(s) affected through " MatchedIngredientCount " ingredient record(s):".
perform PrintAffectedSkuLine
    varying ReportIndex from 1 by 1
    until ReportIndex > AffectedSkuCount.
display TracedServingCount " serving(s) to " ServedPlayerCount " player(s) in " ServedSessionCount " session(s)."
if TableOverflow then
    display "  More than 1000 players or sessions -- the distinct counts above are short."
end-if
display "========================================================".
goback.

CheckNextIngredient.
       read IngredientMasterFile next record
       if not IngredientFileOk then
           exit paragraph
       end-if
       if TraceType = "I" then
           if ING-IngredientCode not = TraceValue and ING-IngredientName not = TraceValue then
               exit paragraph
           end-if
       else
           if ING-SupplierLot not = TraceValue then
               exit paragraph
           end-if
       end-if
       add 1 to MatchedIngredientCount
       move "(not on master)" to WorkFlavorName
       if RamenMasterOpen then
           move ING-ProductCode to RMN-ProductCode
           read RamenMasterFile key is RMN-ProductCode
           if RamenFileOk then
               move RMN-FlavorName to WorkFlavorName
           end-if
       end-if
       display "  " ING-ProductCode " " WorkFlavorName " " function trim(ING-IngredientName) " (" function trim(ING-IngredientCode) "), supplier " function trim(ING-SupplierName) " lot " function trim(ING-SupplierLot)
       move 0 to WorkFoundIndex
       perform FindAffectedSku
           varying WorkSearchIndex from 1 by 1
           until WorkSearchIndex > AffectedSkuCount or WorkFoundIndex > 0
       if WorkFoundIndex = 0 then
           if AffectedSkuCount < 50 then
               add 1 to AffectedSkuCount
               move ING-ProductCode to AFS-ProductCode(AffectedSkuCount)
               move WorkFlavorName to AFS-FlavorName(AffectedSkuCount)
               move 0 to AFS-Servings(AffectedSkuCount)
           else
               display "  More than 50 affected SKUs -- " function trim(ING-ProductCode) " not traced."
           end-if
       end-if.

FindAffectedSku.
       if AFS-ProductCode(WorkSearchIndex) = ING-ProductCode then
           move WorkSearchIndex to WorkFoundIndex
       end-if.

TraceNextServing.
       read RamenLogFile
       if not RamenLogFileOk then
           if RamenLogFileStatus not = "10" then
               display "  RAMENLOG read stopped, status " RamenLogFileStatus
           end-if
           move "10" to RamenLogFileStatus
           exit paragraph
       end-if
       if RCL-Timestamp(1:8) is numeric then
           move RCL-Timestamp(1:8) to ServingDate
       else
           move 0 to ServingDate
       end-if
       if ServingDate < FromDate or ServingDate > ToDate then
           exit paragraph
       end-if
       move 0 to WorkFoundIndex
       perform FindServedSku
           varying WorkSearchIndex from 1 by 1
           until WorkSearchIndex > AffectedSkuCount or WorkFoundIndex > 0
       if WorkFoundIndex = 0 then
           exit paragraph
       end-if
       add 1 to AFS-Servings(WorkFoundIndex)
       add 1 to TracedServingCount
       display "  " ServingDate "  " RCL-SessionId "  " function trim(RCL-PlayerName) "  " RCL-ProductCode
       move 0 to WorkFoundIndex
       perform FindServedPlayer
           varying WorkSearchIndex from 1 by 1
           until WorkSearchIndex > ServedPlayerCount or WorkFoundIndex > 0
       if WorkFoundIndex = 0 then
           if ServedPlayerCount < 1000 then
               add 1 to ServedPlayerCount
               move RCL-PlayerName to ServedPlayerName(ServedPlayerCount)
           else
               set TableOverflow to true
           end-if
       end-if
       move 0 to WorkFoundIndex
       perform FindServedSession
           varying WorkSearchIndex from 1 by 1
           until WorkSearchIndex > ServedSessionCount or WorkFoundIndex > 0
       if WorkFoundIndex = 0 then
           if ServedSessionCount < 1000 then
               add 1 to ServedSessionCount
               move RCL-SessionId to ServedSessionId(ServedSessionCount)
           else
               set TableOverflow to true
           end-if
       end-if.

FindServedSku.
       if AFS-ProductCode(WorkSearchIndex) = RCL-ProductCode then
           move WorkSearchIndex to WorkFoundIndex
       end-if.

FindServedPlayer.
       if ServedPlayerName(WorkSearchIndex) = RCL-PlayerName then
           move WorkSearchIndex to WorkFoundIndex
       end-if.

FindServedSession.
       if ServedSessionId(WorkSearchIndex) = RCL-SessionId then
           move WorkSearchIndex to WorkFoundIndex
       end-if.

PrintAffectedSkuLine.
       display "  " AFS-ProductCode(ReportIndex) " " function trim(AFS-FlavorName(ReportIndex)) ": " AFS-Servings(ReportIndex) " serving(s)".
