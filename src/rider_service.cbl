               03 RFS-RIDER-TYPE PIC X(50).
               03 RFS-FEE        PIC 9(7)V99.

       01 RIDER-FEE-COUNT      PIC 9(2) VALUE 8.
       01 RIDER-FEE-FOUND      PIC X(01) VALUE "N".
           88 RIDER-FEE-WAS-FOUND VALUE "Y".
           88 RIDER-FEE-NOT-FOUND VALUE "N".
           MOVE "WAIVER-OF-PREMIUM" TO RFS-RIDER-TYPE(6)
           MOVE 90.00               TO RFS-FEE(6)
           MOVE "ACCIDENTAL-DEATH"  TO RFS-RIDER-TYPE(7)
           MOVE 225.00              TO RFS-FEE(7)
      *>   the cost-of-living / guaranteed-insurability option -
      *>   the right to take anniversary increases without new
      *>   evidence, which INCREASEOFFER turns into offers
           MOVE "INCREASE-OPTION"   TO RFS-RIDER-TYPE(8)
           MOVE 60.00               TO RFS-FEE(8).

      *> looks up RIDER-TYPE in the fee schedule and adds the matching
      *> fee to RIDER-PREMIUM; an unrecognized rider type is left
