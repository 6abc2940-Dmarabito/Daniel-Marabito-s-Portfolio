      *> RECIPEUPDREC.cpy
      *> Record layout for RECIPEUPD, the crafting recipe feed the
      *> design team edits by hand and runs through RecipeMaintenance to
      *> add, change or retire RECIPEMST entries without a recompile.
      *> RCU-Action is "A" add a new recipe, "C" change an existing
      *> recipe or "R" retire (delete) an existing recipe; the remaining
      *> fields mirror RECIPEREC.cpy and are ignored on a retire. An
      *> input slot with a blank item code is unused; blank quantities
      *> and a blank gold fee are applied as zero.
       01 RecipeUpdateRecord.
           02 RCU-Action pic x(01).
               88 RCU-ActionAdd value "A".
               88 RCU-ActionChange value "C".
               88 RCU-ActionRetire value "R".
           02 RCU-RecipeCode pic x(10).
           02 RCU-RecipeName pic x(30).
           02 RCU-OutputItemCode pic x(10).
           02 RCU-OutputQuantity pic 9(03).
           02 RCU-Input occurs 4 times.
               03 RCU-InputItemCode pic x(10).
               03 RCU-InputQuantity pic 9(03).
           02 RCU-GoldFee pic 9(05).
