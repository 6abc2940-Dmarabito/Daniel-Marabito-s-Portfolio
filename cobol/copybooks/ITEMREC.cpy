      *> ITM-HealAmount makes an item consumable mid-fight: the health
      *> restored when one unit is used from the pack. Zero means the
      *> item cannot be consumed.
      *> ITM-CritChance on an equipped weapon is the whole-percent
      *> chance a landed strike is a critical hit for double damage;
      *> ITM-EvadeChance on equipped armor is added to the monster's
      *> MON-MissChance. Zero means the item does not change the rolls.
       01 ItemRecord.
           02 ITM-ItemCode pic x(10).
           02 ITM-ItemName pic x(30).
           02 ITM-AttackBonus pic 99.
           02 ITM-DefenseBonus pic 99.
           02 ITM-HealAmount pic 99.
           02 ITM-CritChance pic 99.
           02 ITM-EvadeChance pic 99.
