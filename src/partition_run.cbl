       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTRUN.

      *> one partition of a big policy batch, run as a process of
      *> its own so NIGHTSEQ can start the partitions side by side.
      *> BATCH_STEP names the batch; BATCH_PARTITION and
      *> BATCH_PARTITION_COUNT, read by PARTRANGE inside the batch,
      *> say which slice. Only the batches that know how to take a
      *> slice may be started this way - any other would walk the
      *> whole book once per partition.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 WS-STEP-PROGRAM       PIC X(20).
           88 PARTITIONED-STEP      VALUE "PREMIUMBATCH"
                                          "BILLINGBATCH"
                                          "LAPSEBATCH".

       01 WS-CONNECT-STATUS     PIC X(01).
           88 WS-CONNECT-OK        VALUE "Y".
           88 WS-CONNECT-FAILED    VALUE "N".

       PROCEDURE DIVISION.

           MOVE SPACES TO WS-STEP-PROGRAM
           ACCEPT WS-STEP-PROGRAM FROM ENVIRONMENT "BATCH_STEP"

           IF NOT PARTITIONED-STEP
               DISPLAY "ABORTING: '" WS-STEP-PROGRAM
                   "' CANNOT BE RUN IN PARTITIONS"
               STOP RUN
           END-IF

           CALL "DB-CONNECT" USING WS-CONNECT-STATUS

           IF WS-CONNECT-FAILED
               DISPLAY "ABORTING: COULD NOT CONNECT TO DATABASE"
               STOP RUN
           END-IF

           CALL WS-STEP-PROGRAM

           STOP RUN.
