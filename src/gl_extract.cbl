       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-EXTRACT-FILE ASSIGN TO DYNAMIC WS-GL-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.


       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/outgen.cpy".

      *> the dated generation of GL_EXTRACT.TXT this run writes.
       01 WS-GL-GEN-NAME        PIC X(60).
       01 WS-GL-GEN-ID          PIC 9(9) VALUE 0.

       01 WS-GL-FILE-STATUS     PIC X(02).
           88 GL-FILE-OK           VALUE "00".


      *> everything the payment run disbursed in the period - the
      *> payable's source is the event type the account map prices.
      *> Statutory interest on claims travels as its own CLAIMINT
      *> payable, so its map row carries the interest expense
      *> account apart from the benefit it was paid on.
       EXEC SQL
           DECLARE GL-DISBURSE-CURSOR CURSOR FOR
               SELECT policy_id, source, amount, paid_date
           DISPLAY "=== GENERAL LEDGER EXTRACT ===".
           DISPLAY "PERIOD: " LK-PERIOD-START " TO " LK-PERIOD-END.

           MOVE "O" TO OUTGEN-ACTION
           MOVE "GLEXTRACT" TO OUTGEN-PROGRAM
           MOVE "GL_EXTRACT.TXT" TO OUTGEN-BASE-NAME
           PERFORM CALL-OUTGEN

           IF OUTGEN-REFUSED
               DISPLAY "=== GL EXTRACT NOT RERUN ==="
               GOBACK
           END-IF

           MOVE OUTGEN-FILE-NAME TO WS-GL-GEN-NAME
           MOVE OUTGEN-ID TO WS-GL-GEN-ID

           OPEN OUTPUT GL-EXTRACT-FILE.

           PERFORM EXTRACT-PREMIUM-EVENTS

           CLOSE GL-EXTRACT-FILE.

           MOVE "C" TO OUTGEN-ACTION
           MOVE WS-GL-GEN-ID TO OUTGEN-ID
           MOVE ENTRY-COUNT TO OUTGEN-RECORD-COUNT
           MOVE TOTAL-DEBITS TO OUTGEN-CONTROL-TOTAL
           PERFORM CALL-OUTGEN

           DISPLAY "ENTRIES WRITTEN : " ENTRY-COUNT.
           DISPLAY "UNMAPPED EVENTS : " UNMAPPED-COUNT.
           DISPLAY "PARKED (CLOSED PERIOD): " PARKED-COUNT.
           MOVE "C" TO GL-DEBIT-CREDIT
           MOVE TOTAL-CREDITS TO GL-AMOUNT
           WRITE GL-EXTRACT-RECORD.

       CALL-OUTGEN.

           CALL "OUTGEN" USING OUTGEN-ACTION OUTGEN-PROGRAM
               OUTGEN-BASE-NAME OUTGEN-FILE-NAME OUTGEN-ID
               OUTGEN-RECORD-COUNT OUTGEN-CONTROL-TOTAL
               OUTGEN-STATUS.
