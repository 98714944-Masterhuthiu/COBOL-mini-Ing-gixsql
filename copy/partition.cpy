      *> shared work area for PARTRANGE - COPY this in any batch
      *> that can walk policy_master a slice at a time. PARTRANGE
      *> hands back which partition of how many this run is and the
      *> policy id range that partition owns; a run started without
      *> partition settings is partition 1 of 1 and owns the book.
       01 PARTITION-NUMBER      PIC 9(2).
       01 PARTITION-COUNT       PIC 9(2).
       01 PARTITION-LOW-ID      PIC 9(9).
       01 PARTITION-HIGH-ID     PIC 9(9).
       01 PARTITION-STATUS      PIC X(01).
           88 PARTITION-OK          VALUE "Y".
           88 PARTITION-INVALID     VALUE "N".
