>>source format free
identification division.
program-id. RamenStockReceipts.
author. Daniel Marabito.

*> Applies the RAMENRCPT deliveries feed to RAMENSTK, the pantry stock
*> file: each line adds its received servings to the SKU's on-hand
*> quantity (creating the stock record on a SKU's first delivery) and
*> optionally sets the SKU's reorder point and reorder quantity -- see
*> RAMENRCPTREC.cpy. Receipts add to stock, so a reapplied line would
*> count a delivery twice: the run is protected like the maintenance
*> jobs, RCPRUNCTL recording how many feed records have been processed
*> so a rerun after an abend restarts after the last processed
*> delivery (a clean end of job resets it to zero -- delete or zero
*> RCPRUNCTL by hand if the feed itself is replaced mid-recovery).
*> Records that fail validation are written to RCPREJ with a reason
*> code:
*>   01 - blank product code (key)
*>   02 - product code not on RAMENMST
*>   03 - garbage in the received quantity
*>   04 - garbage in the reorder point, reorder quantity or date
*> An end-of-job summary reports applied/rejected/skipped counts.
*> RETURN-CODE: 0 applied (rejects are listed on RCPREJ), 4 no
*> RAMENRCPT feed, 8 RAMENSTK or RAMENMST cannot be opened.

environment division.
input-output section.
file-control.
    select RamenReceiptFile assign to "RAMENRCPT"
        organization is line sequential
        file status is RamenReceiptFileStatus.
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
    select RunControlFile assign to "RCPRUNCTL"
        organization is line sequential
        file status is RunControlFileStatus.
    select RejectFile assign to "RCPREJ"
        organization is line sequential
        file status is RejectFileStatus.

data division.
file section.
fd RamenReceiptFile.
copy "RAMENRCPTREC.cpy".
fd RamenStockFile.
copy "RAMENSTKREC.cpy".
fd RamenMasterFile.
copy "RAMENREC.cpy".
fd RunControlFile.
01 RunControlRecord.
    02 RCT-ProcessedCount pic 9(07).
fd RejectFile.
01 RejectRecord.
    02 REJ-ReasonCode pic x(02).
    02 filler pic x(01).
    02 REJ-RecordImage pic x(33).

working-storage section.
01 RamenReceiptFileStatus pic xx value "00".
    88 RamenReceiptFileOk value "00".
    88 RamenReceiptFileEnd value "10".
01 RamenStockFileStatus pic xx value "00".
    88 RamenStockFileOk value "00".
    88 RamenStockFileMissing value "35".
01 RamenFileStatus pic xx value "00".
    88 RamenFileOk value "00".
01 RunControlFileStatus pic xx value "00".
    88 RunControlFileOk value "00".
01 RejectFileStatus pic xx value "00".
    88 RejectFileOk value "00".
01 RestartSkipCount pic 9(07) value 0.
01 ProcessedCount pic 9(07) value 0.
01 AppliedCount pic 9(05) value 0.
01 RejectedCount pic 9(05) value 0.
01 SkippedCount pic 9(05) value 0.
01 RunControlValue pic 9(07) value 0.
01 UpdateValidFlag pic x value "Y".
    88 UpdateRecordValid value "Y".
01 RejectReasonCode pic x(02) value spaces.
01 RunDate pic 9(08) value 0.
01 ServingsReceived pic 9(07) value 0.

procedure division.
move 0 to return-code.
display "============ Ramen Pantry Stock Receipts ============".
open input RamenReceiptFile.
if not RamenReceiptFileOk then
    display "No RAMENRCPT receipts feed found (status " RamenReceiptFileStatus ")."
    move 4 to return-code
    goback
end-if
open input RamenMasterFile.
if not RamenFileOk then
    display "Unable to open RAMENMST, file status " RamenFileStatus
    close RamenReceiptFile
    move 8 to return-code
    goback
end-if
open i-o RamenStockFile.
if RamenStockFileMissing then
    open output RamenStockFile
    close RamenStockFile
    open i-o RamenStockFile
end-if
if not RamenStockFileOk then
    display "Unable to open RAMENSTK, file status " RamenStockFileStatus
    close RamenReceiptFile
    close RamenMasterFile
    move 8 to return-code
    goback
end-if
move function current-date(1:8) to RunDate
perform ReadRunControl
if RestartSkipCount > 0 then
    display "Restarting after transaction " RestartSkipCount " per RCPRUNCTL."
end-if
open extend RejectFile.
if not RejectFileOk then
    open output RejectFile
end-if

perform ApplyNextReceipt until RamenReceiptFileEnd

move 0 to RunControlValue
perform WriteRunControl

close RamenReceiptFile.
close RamenMasterFile.
close RamenStockFile.
close RejectFile.
display "Applied " AppliedCount ", rejected " RejectedCount ", skipped (already applied) " SkippedCount "."
display "Servings received this run: " ServingsReceived
display "=====================================================".
goback.

ApplyNextReceipt.
       read RamenReceiptFile
       if RamenReceiptFileOk then
           add 1 to ProcessedCount
           if ProcessedCount <= RestartSkipCount then
               add 1 to SkippedCount
           else
               perform ValidateReceiptRecord
               if UpdateRecordValid then
                   perform ApplyValidReceipt
                   add 1 to AppliedCount
               else
                   perform WriteRejectRecord
                   add 1 to RejectedCount
               end-if
               move ProcessedCount to RunControlValue
               perform WriteRunControl
           end-if
       end-if.

ValidateReceiptRecord.
       move "Y" to UpdateValidFlag
       move spaces to RejectReasonCode
       if RCR-ProductCode = spaces then
           move "N" to UpdateValidFlag
           move "01" to RejectReasonCode
           exit paragraph
       end-if
       move RCR-ProductCode to RMN-ProductCode
       read RamenMasterFile key is RMN-ProductCode
       if not RamenFileOk then
           move "N" to UpdateValidFlag
           move "02" to RejectReasonCode
           exit paragraph
       end-if
       if RCR-ReceivedQty not numeric then
           move "N" to UpdateValidFlag
           move "03" to RejectReasonCode
           exit paragraph
       end-if
       if (RCR-ReorderPoint not = spaces and RCR-ReorderPointNum not numeric)
           or (RCR-ReorderQty not = spaces and RCR-ReorderQtyNum not numeric)
           or (RCR-ReceivedDate not = spaces and RCR-ReceivedDateNum not numeric) then
           move "N" to UpdateValidFlag
           move "04" to RejectReasonCode
       end-if.

ApplyValidReceipt.
       move RCR-ProductCode to STK-ProductCode
       read RamenStockFile key is STK-ProductCode
       if not RamenStockFileOk then
           move RCR-ProductCode to STK-ProductCode
           move 0 to STK-OnHandQty
           move 0 to STK-ReorderPoint
           move 0 to STK-ReorderQty
           move 0 to STK-LastReceiptDate
       end-if
       if STK-OnHandQty + RCR-ReceivedQty > 99999 then
           move 99999 to STK-OnHandQty
       else
           add RCR-ReceivedQty to STK-OnHandQty
       end-if
       add RCR-ReceivedQty to ServingsReceived
       if RCR-ReorderPoint not = spaces then
           move RCR-ReorderPointNum to STK-ReorderPoint
       end-if
       if RCR-ReorderQty not = spaces then
           move RCR-ReorderQtyNum to STK-ReorderQty
       end-if
       if RCR-ReceivedQty > 0 then
           if RCR-ReceivedDate = spaces then
               move RunDate to STK-LastReceiptDate
           else
               move RCR-ReceivedDateNum to STK-LastReceiptDate
           end-if
       end-if
       if RamenStockFileOk then
           rewrite RamenStockRecord
           display "Received " RCR-ReceivedQty " of " function trim(RMN-FlavorName) " -- on hand " STK-OnHandQty
       else
           write RamenStockRecord
           display "Stocked " function trim(RMN-FlavorName) " with " RCR-ReceivedQty " -- first receipt"
       end-if.

WriteRejectRecord.
       move spaces to RejectRecord
       move RejectReasonCode to REJ-ReasonCode
       move RamenReceiptRecord to REJ-RecordImage
       write RejectRecord
       display "Rejected receipt (reason " RejectReasonCode ") for '" function trim(RCR-ProductCode) "'".

ReadRunControl.
       move 0 to RestartSkipCount
       open input RunControlFile
       if RunControlFileOk then
           read RunControlFile
           if RunControlFileOk then
               move RCT-ProcessedCount to RestartSkipCount
           end-if
           close RunControlFile
       end-if.

WriteRunControl.
       open output RunControlFile
       move RunControlValue to RCT-ProcessedCount
       write RunControlRecord
       close RunControlFile.
