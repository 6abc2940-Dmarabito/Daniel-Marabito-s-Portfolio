      *> SEASONHISTREC.cpy
      *> Record layout for SEASONHIST, the permanent competitive season
      *> history written by SeasonRollover and read by HallOfFameReport,
      *> keyed by season id plus final rank. Rank 00000 is the season's
      *> header row (name, date window, number of ranked players and
      *> status, no player); ranks 1 up are the final standings by best
      *> LEADERTXN score in the season window. SHS-SeasonStatus on the
      *> header is "O" while the rollover is still paying rewards and
      *> resetting ZONEPROG, "C" once it has finished. On a standings
      *> row SHS-RewardStatus is "P" when the reward was paid, "N" while
      *> it is still to pay, "X" when the player had left PLAYERMST and
      *> forfeited it, and space when the rank carried no reward.
       01 SeasonHistoryRecord.
           02 SHS-Key.
               03 SHS-SeasonId pic x(10).
               03 SHS-Rank pic 9(05).
           02 SHS-SeasonName pic x(30).
           02 SHS-FromDate pic 9(08).
           02 SHS-ToDate pic 9(08).
           02 SHS-SeasonStatus pic x(01).
               88 SHS-SeasonOpen value "O".
               88 SHS-SeasonClosed value "C".
           02 SHS-RolledDate pic 9(08).
           02 SHS-PlayerCount pic 9(05).
           02 SHS-PlayerName pic x(100).
           02 SHS-BestScore pic S999.
           02 SHS-SessionCount pic 9(05).
           02 SHS-BestSessionId pic x(26).
           02 SHS-RewardGold pic 9(05).
           02 SHS-RewardItemCode pic x(10).
           02 SHS-RewardQuantity pic 9(05).
           02 SHS-RewardStatus pic x(01).
               88 SHS-RewardPaid value "P".
               88 SHS-RewardPending value "N".
               88 SHS-RewardForfeit value "X".
