      *> GOLDLOGREC.cpy
      *> Record layout for GOLDLOG, the gold transaction ledger -- one
      *> line per change to a player's SAV-PlayerGold, appended by
      *> whichever program moved the gold so GoldReconciliationReport
      *> can re-foot every player's balance against PLAYERMST.
      *> GLD-ReasonCode says why the gold moved:
      *>   SELL - loot sold to the merchant (GLD-ReferenceKey item code)
      *>   DRAU - healing draught bought from the merchant
      *>   RAMN - ramen serving bought from the merchant (product code)
      *>   QRWD - quest reward paid out (quest key)
      *>   SUPP - operator adjustment in PlayerSupportConsole
      *>   GRNT - promotional grant credited by GrantApply (grant id)
      *>   SEAS - season reward paid by SeasonRollover (season id)
      *>   CRFT - crafting fee paid from the pack (recipe code)
      *> GLD-AmountSign is "+" for a credit and "-" for a debit;
      *> GLD-BalanceBefore and GLD-BalanceAfter bracket the movement.
      *> GLD-SessionId matches the AUD-SessionId on the same run's
      *> audit trail rows.
       01 GoldLedgerRecord.
           02 GLD-Timestamp pic x(26).
           02 GLD-SessionId pic x(26).
           02 GLD-PlayerName pic x(100).
           02 GLD-ReasonCode pic x(04).
           02 GLD-ReferenceKey pic x(10).
           02 GLD-AmountSign pic x(01).
           02 GLD-Amount pic 9(05).
           02 GLD-BalanceBefore pic 9(05).
           02 GLD-BalanceAfter pic 9(05).
