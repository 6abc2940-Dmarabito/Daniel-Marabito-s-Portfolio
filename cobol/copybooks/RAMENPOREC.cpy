      *> RAMENPOREC.cpy
      *> Record layout for RAMENPO, the replenishment purchase-order file
      *> RamenReplenishment rewrites each night: one line per SKU at or
      *> below its reorder point, ordering its reorder quantity.
      *> POL-ServedLast30 is the RAMENLOG servings of the last 30 days
      *> and POL-DaysOfCover the days the on-hand stock lasts at that
      *> rate (9999 when nothing was served).
       01 RamenPurchaseOrderRecord.
           02 POL-OrderDate pic 9(08).
           02 POL-ProductCode pic x(10).
           02 POL-FlavorName pic x(20).
           02 POL-OrderQty pic 9(05).
           02 POL-OnHandQty pic 9(05).
           02 POL-ReorderPoint pic 9(05).
           02 POL-ServedLast30 pic 9(05).
           02 POL-DaysOfCover pic 9(04).
