    select LabelPrintFile assign to "RAMENPRT"
        organization is line sequential
        file status is LabelPrintFileStatus.
    select IngredientMasterFile assign to "RAMENING"
        organization is indexed
        access mode is dynamic
        record key is ING-Key
        file status is IngredientFileStatus.

data division.
file section.
fd LabelPrintFile
    record contains 80 characters.
01 PrintLine pic x(80).
fd IngredientMasterFile.
copy "RAMENINGREC.cpy".

working-storage section.
01 RamenFileStatus pic xx value "00".
01 PrintSodium pic zzz9.
01 PrintCarbs pic zz9.9.
01 PrintProtein pic zz9.9.
01 IngredientFileStatus pic xx value "00".
    88 IngredientFileOk value "00".
    88 IngredientFileEnd value "10".
01 IngredientFileOpenFlag pic x value "N".
    88 IngredientFileOpen value "Y".
01 AllergenNameValues.
    02 filler pic x(10) value "Wheat".
    02 filler pic x(10) value "Soy".
    02 filler pic x(10) value "Shellfish".
    02 filler pic x(10) value "Egg".
    02 filler pic x(10) value "Milk".
    02 filler pic x(10) value "Peanut".
    02 filler pic x(10) value "Tree Nuts".
    02 filler pic x(10) value "Fish".
    02 filler pic x(10) value "Sesame".
01 AllergenNameTable redefines AllergenNameValues.
    02 AllergenName occurs 9 times pic x(10).
01 ProductAllergenTable.
    02 ProductAllergenFlag occurs 9 times pic x(01).
01 AllergenIndex pic 99 value 0.
01 AllergenListedCount pic 99 value 0.
01 IngredientRowCount pic 9(03) value 0.
01 AllergenStatement pic x(80) value spaces.
01 AllergenPointer pic 99 value 1.

procedure division.
open i-o RamenMasterFile.
    display "Unable to open RAMENPRT, file status " LabelPrintFileStatus
    stop run
end-if
open input IngredientMasterFile.
if IngredientFileOk then
    set IngredientFileOpen to true
else
    display "No RAMENING ingredient master (status " IngredientFileStatus ") -- labels carry no allergen detail."
end-if

move low-values to RMN-ProductCode
start RamenMasterFile key is not less than RMN-ProductCode

close RamenMasterFile.
close LabelPrintFile.
if IngredientFileOpen then
    close IngredientMasterFile
end-if
stop run.

DisplayNextFlavor.
       read RamenMasterFile next record
       if RamenFileOk then
           display "Ramen (" function trim(RMN-FlavorName) ") has " RMN-CaloriesPerServing " calories per serving, and " RMN-CaloriesPerPackage " per package."
           perform BuildAllergenStatement
           perform FormatNutritionLabel
           perform PrintNutritionLabel
       end-if.
       display "Sodium:                 " RMN-SodiumMg "mg"
       display "Total Carbohydrate:     " RMN-CarbohydratesGrams "g"
       display "Protein:                " RMN-ProteinGrams "g"
       display function trim(AllergenStatement trailing)
       display "----------------------------------".

PrintNutritionLabel.
           into PrintLine
       write PrintLine

       move AllergenStatement to PrintLine
       write PrintLine

       move spaces to PrintLine
       string "----------------------------------" delimited by size
           into PrintLine
       write PrintLine.

BuildAllergenStatement.
*> Every label carries a Contains: line, the allergens of all of the
*> SKU's RAMENING ingredients together in the standard order.
       move 0 to IngredientRowCount
       move 0 to AllergenListedCount
       move all "N" to ProductAllergenTable
       if IngredientFileOpen then
           move RMN-ProductCode to ING-ProductCode
           move low-values to ING-IngredientCode
           start IngredientMasterFile key is not less than ING-Key
           if IngredientFileOk then
               perform CollectNextIngredient until IngredientFileEnd
           end-if
       end-if
       move spaces to AllergenStatement
       move 1 to AllergenPointer
       string "Contains: " delimited by size
           into AllergenStatement with pointer AllergenPointer
       if IngredientRowCount = 0 then
           string "Allergen information not available." delimited by size
               into AllergenStatement with pointer AllergenPointer
           exit paragraph
       end-if
       perform AddAllergenName
           varying AllergenIndex from 1 by 1
           until AllergenIndex > 9
       if AllergenListedCount = 0 then
           string "No major allergens." delimited by size
               into AllergenStatement with pointer AllergenPointer
       else
           string "." delimited by size
               into AllergenStatement with pointer AllergenPointer
       end-if.

CollectNextIngredient.
       read IngredientMasterFile next record
       if IngredientFileOk then
           if ING-ProductCode not = RMN-ProductCode then
               move "10" to IngredientFileStatus
           else
               add 1 to IngredientRowCount
               perform MergeIngredientAllergen
                   varying AllergenIndex from 1 by 1
                   until AllergenIndex > 9
           end-if
       end-if.

MergeIngredientAllergen.
       if ING-AllergenFlag(AllergenIndex) = "Y" then
           move "Y" to ProductAllergenFlag(AllergenIndex)
       end-if.

AddAllergenName.
       if ProductAllergenFlag(AllergenIndex) = "Y" then
           if AllergenListedCount > 0 then
               string ", " delimited by size
                   into AllergenStatement with pointer AllergenPointer
           end-if
           string AllergenName(AllergenIndex) delimited by "  "
               into AllergenStatement with pointer AllergenPointer
           add 1 to AllergenListedCount
       end-if.

SeedRamenMaster.
       move "CHK001" to RMN-ProductCode
       move "Chicken" to RMN-FlavorName
