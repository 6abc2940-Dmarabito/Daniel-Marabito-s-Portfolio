      *> GRANTAPPLREC.cpy
      *> Record layout for GRANTAPPL, the applied-grant register kept by
      *> GrantApply -- one record per grant id and player credited (or
      *> waiting to be), keyed the way INVMST keys player plus item.
      *> GAP-StatusFlag "A" means the grant was credited; "D" means the
      *> player held a SESSLOCK when the grant came through and the
      *> credit, carried here, is retried at the start of the next run.
      *> GAP-RunId is the run that first took the grant id in, which is
      *> how a grant id fed again in a later run is refused.
       01 GrantAppliedRecord.
           02 GAP-Key.
               03 GAP-GrantId pic x(10).
               03 GAP-PlayerName pic x(100).
           02 GAP-RunId pic x(26).
           02 GAP-StatusFlag pic x(01).
               88 GAP-Applied value "A".
               88 GAP-Deferred value "D".
           02 GAP-GoldAmount pic 9(05).
           02 GAP-ItemCode pic x(10).
           02 GAP-ItemQuantity pic 9(05).
           02 GAP-AppliedTimestamp pic x(26).
