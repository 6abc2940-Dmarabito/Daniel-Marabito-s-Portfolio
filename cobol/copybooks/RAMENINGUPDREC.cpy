      *> RAMENINGUPDREC.cpy
      *> Record layout for RAMENINGUPD, the ingredient and allergen feed
      *> the packaging team edits by hand and runs through
      *> RamenIngredientMaintenance. RIU-ActionCode "D" deletes the
      *> ingredient from the SKU; blank or "A" adds it or replaces the
      *> whole record. Allergen flags are "Y" (contains), "N" or blank,
      *> in the RAMENINGREC.cpy order.
       01 RamenIngredientUpdateRecord.
           02 RIU-ActionCode pic x(01).
               88 RIU-DeleteIngredient value "D".
               88 RIU-AddOrChangeIngredient value " " "A".
           02 RIU-ProductCode pic x(10).
           02 RIU-IngredientCode pic x(10).
           02 RIU-IngredientName pic x(30).
           02 RIU-AllergenFlags.
               03 RIU-AllergenFlag pic x(01) occurs 9 times.
           02 RIU-SupplierName pic x(20).
           02 RIU-SupplierLot pic x(15).
