      *> RAMENINGREC.cpy
      *> Record layout for RAMENING, the ramen ingredient and allergen
      *> master, one record per ingredient of a SKU keyed by product
      *> code plus ingredient code, maintained from the RAMENINGUPD feed
      *> by RamenIngredientMaintenance. Each allergen flag is "Y" when
      *> the ingredient contains that allergen; ING-AllergenFlagTable
      *> views the flags in the order wheat, soy, shellfish, egg, milk,
      *> peanut, tree nuts, fish, sesame. ING-SupplierLot is the lot
      *> currently supplying the ingredient, so a pulled lot can be
      *> traced to the SKUs it went into (RecallTrace).
       01 RamenIngredientRecord.
           02 ING-Key.
               03 ING-ProductCode pic x(10).
               03 ING-IngredientCode pic x(10).
           02 ING-IngredientName pic x(30).
           02 ING-AllergenFlags.
               03 ING-ContainsWheat pic x(01).
                   88 ING-HasWheat value "Y".
               03 ING-ContainsSoy pic x(01).
                   88 ING-HasSoy value "Y".
               03 ING-ContainsShellfish pic x(01).
                   88 ING-HasShellfish value "Y".
               03 ING-ContainsEgg pic x(01).
                   88 ING-HasEgg value "Y".
               03 ING-ContainsMilk pic x(01).
                   88 ING-HasMilk value "Y".
               03 ING-ContainsPeanut pic x(01).
                   88 ING-HasPeanut value "Y".
               03 ING-ContainsTreeNut pic x(01).
                   88 ING-HasTreeNut value "Y".
               03 ING-ContainsFish pic x(01).
                   88 ING-HasFish value "Y".
               03 ING-ContainsSesame pic x(01).
                   88 ING-HasSesame value "Y".
           02 ING-AllergenFlagTable redefines ING-AllergenFlags.
               03 ING-AllergenFlag pic x(01) occurs 9 times.
           02 ING-SupplierName pic x(20).
           02 ING-SupplierLot pic x(15).
