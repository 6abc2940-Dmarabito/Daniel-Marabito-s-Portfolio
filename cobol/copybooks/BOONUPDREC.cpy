      *> BOONUPDREC.cpy
      *> Record layout for BOONUPD, the boon content-update feed the
      *> design team edits by hand and runs through BoonMaintenance to
      *> add, change or retire BOONMST entries without a recompile.
      *> BNU-Action is "A" add a new boon, "C" change an existing boon
      *> or "R" retire (delete) an existing boon; the remaining fields
      *> mirror BOONREC.cpy and are ignored on a retire.
       01 BoonUpdateRecord.
           02 BNU-Action pic x(01).
               88 BNU-ActionAdd value "A".
               88 BNU-ActionChange value "C".
               88 BNU-ActionRetire value "R".
           02 BNU-BoonName pic x(30).
           02 BNU-BonusAttack pic 99.
           02 BNU-BonusHealth pic 99.
           02 BNU-ScoreMultiplier pic 9v9.
