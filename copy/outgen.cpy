      *> shared work area for OUTGEN, the output generation catalog -
      *> COPY this in any batch that writes a file another party
      *> receives. OUTGEN hands back the dated, sequenced name the
      *> run writes under and catalogs it; the batch reports its
      *> record count and control total back once the file is shut.
       01 OUTGEN-ACTION         PIC X(01).
       01 OUTGEN-PROGRAM        PIC X(20).
       01 OUTGEN-BASE-NAME      PIC X(40).
       01 OUTGEN-FILE-NAME      PIC X(60).
       01 OUTGEN-ID             PIC 9(9).
       01 OUTGEN-RECORD-COUNT   PIC 9(9).
       01 OUTGEN-CONTROL-TOTAL  PIC 9(13)V99.
       01 OUTGEN-STATUS         PIC X(01).
           88 OUTGEN-OK             VALUE "Y".
           88 OUTGEN-FAILED         VALUE "N".
           88 OUTGEN-REFUSED        VALUE "R".
