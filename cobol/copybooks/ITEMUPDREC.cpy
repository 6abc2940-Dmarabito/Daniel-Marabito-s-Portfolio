      *> ITEMUPDREC.cpy
      *> Record layout for ITEMUPD, the item content-update feed the
      *> design team edits by hand and runs through ItemMaintenance to
      *> add, change or retire ITEMMST entries without a recompile.
      *> ITU-Action is "A" add a new item, "C" change an existing item
      *> or "R" retire (delete) an existing item; the remaining fields
      *> mirror ITEMREC.cpy and are ignored on a retire. Blank chance
      *> fields are applied as zero.
       01 ItemUpdateRecord.
           02 ITU-Action pic x(01).
               88 ITU-ActionAdd value "A".
               88 ITU-ActionChange value "C".
               88 ITU-ActionRetire value "R".
           02 ITU-ItemCode pic x(10).
           02 ITU-ItemName pic x(30).
           02 ITU-ItemDescription pic x(100).
           02 ITU-SellValue pic 9(05).
           02 ITU-EquipSlot pic x(01).
           02 ITU-AttackBonus pic 99.
           02 ITU-DefenseBonus pic 99.
           02 ITU-HealAmount pic 99.
           02 ITU-CritChance pic 99.
           02 ITU-EvadeChance pic 99.
