      *> RAMENRCPTREC.cpy
      *> Record layout for RAMENRCPT, the pantry receipts feed the ramen
      *> team keys from delivery notes and runs through
      *> RamenStockReceipts. RCR-ReceivedQty servings are added to the
      *> SKU's on-hand quantity. RCR-ReorderPoint and RCR-ReorderQty set
      *> the SKU's replenishment parameters; left blank they keep the
      *> values already on RAMENSTK (zero for a SKU's first receipt). A
      *> line with a zero quantity only changes the parameters.
      *> RCR-ReceivedDate (yyyymmdd) defaults to the run date when blank.
       01 RamenReceiptRecord.
           02 RCR-ProductCode pic x(10).
           02 RCR-ReceivedQty pic 9(05).
           02 RCR-ReorderPoint pic x(05).
           02 RCR-ReorderPointNum redefines RCR-ReorderPoint pic 9(05).
           02 RCR-ReorderQty pic x(05).
           02 RCR-ReorderQtyNum redefines RCR-ReorderQty pic 9(05).
           02 RCR-ReceivedDate pic x(08).
           02 RCR-ReceivedDateNum redefines RCR-ReceivedDate pic 9(08).
