      *> RECIPEREC.cpy
      *> Record layout for RECIPEMST, the crafting recipe master -- one
      *> record per recipe keyed by recipe code. Crafting a recipe from
      *> the pack consumes RCP-InputQuantity of each RCP-InputItemCode
      *> (up to four; unused slots are blank with zero quantity) and the
      *> RCP-GoldFee, and credits RCP-OutputQuantity of the ITEMMST item
      *> RCP-OutputItemCode to the player's inventory.
       01 RecipeRecord.
           02 RCP-RecipeCode pic x(10).
           02 RCP-RecipeName pic x(30).
           02 RCP-OutputItemCode pic x(10).
           02 RCP-OutputQuantity pic 9(03).
           02 RCP-Input occurs 4 times.
               03 RCP-InputItemCode pic x(10).
               03 RCP-InputQuantity pic 9(03).
           02 RCP-GoldFee pic 9(05).
