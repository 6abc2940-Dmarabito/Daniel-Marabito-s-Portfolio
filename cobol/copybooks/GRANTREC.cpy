      *> GRANTREC.cpy
      *> Record layout for GRANTFEED, the promotional grant feed from
      *> marketing applied by GrantApply. GRF-GrantId names the campaign
      *> grant; one grant id may cover several lines (one per player in
      *> a cohort) but is never applied again in a later run.
      *> GRF-PlayerName is one PLAYERMST player or "*ALL*" for every
      *> player on file. GRF-GoldAmount is credited to SAV-PlayerGold;
      *> GRF-ItemCode, when not blank, names the ITEMMST item credited
      *> to INVMST GRF-ItemQuantity times.
       01 GrantFeedRecord.
           02 GRF-GrantId pic x(10).
           02 GRF-PlayerName pic x(100).
               88 GRF-AllPlayers value "*ALL*".
           02 GRF-GoldAmount pic 9(05).
           02 GRF-ItemCode pic x(10).
           02 GRF-ItemQuantity pic 9(05).
