      *> RAMENSTKREC.cpy
      *> Record layout for RAMENSTK, the ramen pantry stock file, one
      *> record per RAMENMST SKU keyed by product code. STK-OnHandQty
      *> counts servings on hand: the game draws one down per serving
      *> eaten and RamenStockReceipts adds deliveries. When on hand
      *> falls to STK-ReorderPoint or below, RamenReplenishment orders
      *> STK-ReorderQty more. While RAMENSTK is on file a SKU with no
      *> stock record, or none on hand, is left off the game's menu;
      *> with no RAMENSTK at all stock is not tracked.
       01 RamenStockRecord.
           02 STK-ProductCode pic x(10).
           02 STK-OnHandQty pic 9(05).
           02 STK-ReorderPoint pic 9(05).
           02 STK-ReorderQty pic 9(05).
           02 STK-LastReceiptDate pic 9(08).
