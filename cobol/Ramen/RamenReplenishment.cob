>>source format free
identification division.
program-id. RamenReplenishment.
author. Daniel Marabito.

*> Nightly replenishment run for the ramen pantry. Tallies the last 30
*> days of RAMENLOG servings per product code, then walks RAMENSTK and,
*> for every SKU whose on-hand quantity is at or below its reorder
*> point, writes a purchase-order line to RAMENPO (rewritten each run,
*> see RAMENPOREC.cpy) ordering the SKU's reorder quantity, and lists
*> it on the report with its flavor, on hand, reorder point, 30-day
*> servings and days of cover (on hand at the 30-day serving rate,
*> 9999 when nothing was served). RAMENMST SKUs with no stock record
*> are listed as NOT STOCKED -- the game hides them from the menu.
*> RETURN-CODE: 0 report built, 4 no RAMENSTK on file (stock is not
*> tracked yet) or RAMENMST absent, 8 RAMENPO cannot be opened.

environment division.
input-output section.
file-control.
    select RamenLogFile assign to "RAMENLOG"
        organization is line sequential
        file status is RamenLogFileStatus.
    select RamenStockFile assign to "RAMENSTK"
        organization is indexed
        access mode is dynamic
        record key is STK-ProductCode
        file status is RamenStockFileStatus.
    select RamenMasterFile assign to "RAMENMST"
        organization is indexed
        access mode is dynamic
        record key is RMN-ProductCode
        file status is RamenFileStatus.
    select PurchaseOrderFile assign to "RAMENPO"
        organization is line sequential
        file status is PurchaseOrderFileStatus.

data division.
file section.
fd RamenLogFile.
copy "RAMENLOGREC.cpy".
fd RamenStockFile.
copy "RAMENSTKREC.cpy".
fd RamenMasterFile.
copy "RAMENREC.cpy".
fd PurchaseOrderFile.
copy "RAMENPOREC.cpy".

working-storage section.
01 RamenLogFileStatus pic xx value "00".
    88 RamenLogFileOk value "00".
    88 RamenLogFileEnd value "10".
01 RamenStockFileStatus pic xx value "00".
    88 RamenStockFileOk value "00".
    88 RamenStockFileEnd value "10".
01 RamenFileStatus pic xx value "00".
    88 RamenFileOk value "00".
    88 RamenFileEnd value "10".
01 PurchaseOrderFileStatus pic xx value "00".
    88 PurchaseOrderFileOk value "00".

01 ServedTable.
    02 ServedCount pic 9(03) value 0.
    02 ServedEntry occurs 50 times.
        03 SRV-ProductCode pic x(10).
        03 SRV-Servings pic 9(05).

01 RunDate pic 9(08) value 0.
01 WindowStartDate pic 9(08) value 0.
01 WindowStartDayNumber pic 9(07) value 0.
01 WindowDays pic 9(03) value 30.
01 WindowServings pic 9(07) value 0.
01 WorkServed pic 9(05) value 0.
01 WorkSearchIndex pic 9(03) value 0.
01 WorkFoundFlag pic x value "N".
    88 WorkEntryFound value "Y".
01 WorkFlavorName pic x(20) value spaces.
01 DaysOfCover pic 9(04) value 0.
01 StockedCount pic 9(05) value 0.
01 OrderCount pic 9(05) value 0.
01 OrderedServings pic 9(07) value 0.
01 NotStockedCount pic 9(05) value 0.

procedure division.
move 0 to return-code.
display "========== Ramen Pantry Replenishment ==========".
move function current-date(1:8) to RunDate.
compute WindowStartDayNumber = function integer-of-date(RunDate) - WindowDays + 1.
compute WindowStartDate = function date-of-integer(WindowStartDayNumber).
open input RamenStockFile.
if not RamenStockFileOk then
    display "No RAMENSTK on file (status " RamenStockFileStatus ") -- pantry stock is not tracked yet."
    display "================================================"
    move 4 to return-code
    goback
end-if
open input RamenMasterFile.
if not RamenFileOk then
    display "No ramen master found (RAMENMST status " RamenFileStatus ") -- flavors not shown."
    move 4 to return-code
end-if
open output PurchaseOrderFile.
if not PurchaseOrderFileOk then
    display "Unable to open RAMENPO, file status " PurchaseOrderFileStatus
    close RamenStockFile
    close RamenMasterFile
    move 8 to return-code
    goback
end-if

open input RamenLogFile.
if RamenLogFileOk then
    perform TallyNextServing until RamenLogFileEnd
    close RamenLogFile
else
    display "No consumption log found (RAMENLOG status " RamenLogFileStatus ") -- no servings counted."
end-if
display WindowServings " serving(s) logged since " WindowStartDate "."
display "SKUs at or below their reorder point:".

move low-values to STK-ProductCode.
start RamenStockFile key is not less than STK-ProductCode.
if RamenStockFileOk then
    perform CheckNextStockRecord until RamenStockFileEnd
end-if
if OrderCount = 0 then
    display "  (none -- nothing to order)"
end-if

if RamenFileOk then
    move low-values to RMN-ProductCode
    start RamenMasterFile key is not less than RMN-ProductCode
    if RamenFileOk then
        perform CheckNextUnstockedFlavor until RamenFileEnd
    end-if
end-if

close RamenStockFile.
close RamenMasterFile.
close PurchaseOrderFile.
display "------------------------------------------------".
display StockedCount " stocked SKU(s); " OrderCount " purchase order line(s) for " OrderedServings " serving(s) written to RAMENPO."
if NotStockedCount > 0 then
    display NotStockedCount " RAMENMST SKU(s) not stocked."
end-if
display "================================================".
goback.

TallyNextServing.
       read RamenLogFile
       if RamenLogFileOk then
           if RCL-Timestamp(1:8) not < WindowStartDate then
               add 1 to WindowServings
               move "N" to WorkFoundFlag
               perform CheckServedEntry
                   varying WorkSearchIndex from 1 by 1
                   until WorkSearchIndex > ServedCount or WorkEntryFound
               if not WorkEntryFound and ServedCount < 50 then
                   add 1 to ServedCount
                   move RCL-ProductCode to SRV-ProductCode(ServedCount)
                   move 1 to SRV-Servings(ServedCount)
               end-if
           end-if
       end-if.

CheckServedEntry.
       if SRV-ProductCode(WorkSearchIndex) = RCL-ProductCode then
           set WorkEntryFound to true
           add 1 to SRV-Servings(WorkSearchIndex)
       end-if.

CheckNextStockRecord.
       read RamenStockFile next record
       if RamenStockFileOk then
           add 1 to StockedCount
           if STK-OnHandQty <= STK-ReorderPoint then
               perform WritePurchaseOrderLine
           end-if
       end-if.

WritePurchaseOrderLine.
       move 0 to WorkServed
       move "N" to WorkFoundFlag
       perform FindServedEntry
           varying WorkSearchIndex from 1 by 1
           until WorkSearchIndex > ServedCount or WorkEntryFound
       if WorkServed = 0 then
           move 9999 to DaysOfCover
       else
           if STK-OnHandQty * WindowDays / WorkServed > 9999 then
               move 9999 to DaysOfCover
           else
               compute DaysOfCover = STK-OnHandQty * WindowDays / WorkServed
           end-if
       end-if
       move "(not on master)" to WorkFlavorName
       if RamenFileOk then
           move STK-ProductCode to RMN-ProductCode
           read RamenMasterFile key is RMN-ProductCode
           if RamenFileOk then
               move RMN-FlavorName to WorkFlavorName
           else
               move "00" to RamenFileStatus
           end-if
       end-if
       move RunDate to POL-OrderDate
       move STK-ProductCode to POL-ProductCode
       move WorkFlavorName to POL-FlavorName
       move STK-ReorderQty to POL-OrderQty
       move STK-OnHandQty to POL-OnHandQty
       move STK-ReorderPoint to POL-ReorderPoint
       move WorkServed to POL-ServedLast30
       move DaysOfCover to POL-DaysOfCover
       write RamenPurchaseOrderRecord
       add 1 to OrderCount
       add STK-ReorderQty to OrderedServings
       if STK-ReorderQty = 0 then
           display "  " STK-ProductCode " " function trim(WorkFlavorName) ": on hand " STK-OnHandQty ", reorder point " STK-ReorderPoint ", order " STK-ReorderQty " -- NO REORDER QUANTITY SET"
       else
           display "  " STK-ProductCode " " function trim(WorkFlavorName) ": on hand " STK-OnHandQty ", reorder point " STK-ReorderPoint ", order " STK-ReorderQty
       end-if
       display "      served " WorkServed " in " WindowDays " days, " DaysOfCover " day(s) of cover".

FindServedEntry.
       if SRV-ProductCode(WorkSearchIndex) = STK-ProductCode then
           set WorkEntryFound to true
           move SRV-Servings(WorkSearchIndex) to WorkServed
       end-if.

CheckNextUnstockedFlavor.
       read RamenMasterFile next record
       if RamenFileOk then
           move RMN-ProductCode to STK-ProductCode
           read RamenStockFile key is STK-ProductCode
           if not RamenStockFileOk then
               add 1 to NotStockedCount
               display "  NOT STOCKED " RMN-ProductCode " " function trim(RMN-FlavorName) " -- hidden from the game menu"
           end-if
       end-if.
