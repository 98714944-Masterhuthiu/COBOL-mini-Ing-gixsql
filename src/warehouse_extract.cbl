      *> warehouse load validates against - the one sanctioned feed
      *> that ends the parade of ad-hoc cursor programs against
      *> production.
           SELECT WH-POLICY-FILE ASSIGN TO DYNAMIC
                   WS-WH-POLICY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WH-FILE-STATUS.

           SELECT WH-CLAIM-FILE ASSIGN TO DYNAMIC
                   WS-WH-CLAIM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WH-FILE-STATUS.

           SELECT WH-INVOICE-FILE ASSIGN TO DYNAMIC
                   WS-WH-INVOICE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WH-FILE-STATUS.

           SELECT WH-PAYMENT-FILE ASSIGN TO DYNAMIC
                   WS-WH-PAYMENT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WH-FILE-STATUS.

           SELECT WH-COMMISSION-FILE ASSIGN TO DYNAMIC
                   WS-WH-COMMISSION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WH-FILE-STATUS.


       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/outgen.cpy".

      *> the dated generations of the five entity files. All five
      *> are cataloged before any is written, so a feed the
      *> warehouse has already taken for today is refused whole.
       01 WS-WH-POLICY-NAME     PIC X(60).
       01 WS-WH-POLICY-GEN      PIC 9(9) VALUE 0.
       01 WS-WH-CLAIM-NAME      PIC X(60).
       01 WS-WH-CLAIM-GEN       PIC 9(9) VALUE 0.
       01 WS-WH-INVOICE-NAME    PIC X(60).
       01 WS-WH-INVOICE-GEN     PIC 9(9) VALUE 0.
       01 WS-WH-PAYMENT-NAME    PIC X(60).
       01 WS-WH-PAYMENT-GEN     PIC 9(9) VALUE 0.
       01 WS-WH-COMMISSION-NAME PIC X(60).
       01 WS-WH-COMMISSION-GEN  PIC 9(9) VALUE 0.
       01 WS-GEN-REFUSED        PIC X(01) VALUE "N".
           88 GEN-REFUSED           VALUE "Y".

       01 WS-WH-FILE-STATUS     PIC X(02).
           88 WH-FILE-OK            VALUE "00".

           DISPLAY "FEED MODE " WS-FEED-MODE " AS OF "
               WS-TODAY-DASH

           PERFORM OPEN-OUTPUT-GENERATIONS

           IF GEN-REFUSED
               PERFORM REFUSE-THE-RERUN
           END-IF

           PERFORM EXTRACT-POLICIES
           PERFORM EXTRACT-CLAIMS
           PERFORM EXTRACT-INVOICES

           CLOSE WH-POLICY-FILE

           MOVE WS-WH-POLICY-GEN TO OUTGEN-ID
           MOVE POLICY-COUNT TO OUTGEN-RECORD-COUNT
           PERFORM COMPLETE-ONE-GENERATION

           PERFORM ADVANCE-THE-MARK.

       WRITE-ONE-POLICY.

           CLOSE WH-CLAIM-FILE

           MOVE WS-WH-CLAIM-GEN TO OUTGEN-ID
           MOVE CLAIM-COUNT TO OUTGEN-RECORD-COUNT
           PERFORM COMPLETE-ONE-GENERATION

           PERFORM ADVANCE-THE-MARK.

       WRITE-ONE-CLAIM.

           CLOSE WH-INVOICE-FILE

           MOVE WS-WH-INVOICE-GEN TO OUTGEN-ID
           MOVE INVOICE-COUNT TO OUTGEN-RECORD-COUNT
           PERFORM COMPLETE-ONE-GENERATION

           PERFORM ADVANCE-THE-MARK.

       WRITE-ONE-INVOICE.

           CLOSE WH-PAYMENT-FILE

           MOVE WS-WH-PAYMENT-GEN TO OUTGEN-ID
           MOVE PAYMENT-COUNT TO OUTGEN-RECORD-COUNT
           PERFORM COMPLETE-ONE-GENERATION

           PERFORM ADVANCE-THE-MARK.

       WRITE-ONE-PAYMENT.

           CLOSE WH-COMMISSION-FILE

           MOVE WS-WH-COMMISSION-GEN TO OUTGEN-ID
           MOVE COMMISSION-COUNT TO OUTGEN-RECORD-COUNT
           PERFORM COMPLETE-ONE-GENERATION

           PERFORM ADVANCE-THE-MARK.

       WRITE-ONE-COMMISSION.
                   END-EXEC
               END-IF
           END-IF.

       OPEN-OUTPUT-GENERATIONS.

           MOVE "WAREHOUSEFEED" TO OUTGEN-PROGRAM

           MOVE "WH_POLICIES.TXT" TO OUTGEN-BASE-NAME
           PERFORM OPEN-ONE-GENERATION
           MOVE OUTGEN-FILE-NAME TO WS-WH-POLICY-NAME
           MOVE OUTGEN-ID TO WS-WH-POLICY-GEN

           MOVE "WH_CLAIMS.TXT" TO OUTGEN-BASE-NAME
           PERFORM OPEN-ONE-GENERATION
           MOVE OUTGEN-FILE-NAME TO WS-WH-CLAIM-NAME
           MOVE OUTGEN-ID TO WS-WH-CLAIM-GEN

           MOVE "WH_INVOICES.TXT" TO OUTGEN-BASE-NAME
           PERFORM OPEN-ONE-GENERATION
           MOVE OUTGEN-FILE-NAME TO WS-WH-INVOICE-NAME
           MOVE OUTGEN-ID TO WS-WH-INVOICE-GEN

           MOVE "WH_PAYMENTS.TXT" TO OUTGEN-BASE-NAME
           PERFORM OPEN-ONE-GENERATION
           MOVE OUTGEN-FILE-NAME TO WS-WH-PAYMENT-NAME
           MOVE OUTGEN-ID TO WS-WH-PAYMENT-GEN

           MOVE "WH_COMMISSIONS.TXT" TO OUTGEN-BASE-NAME
           PERFORM OPEN-ONE-GENERATION
           MOVE OUTGEN-FILE-NAME TO WS-WH-COMMISSION-NAME
           MOVE OUTGEN-ID TO WS-WH-COMMISSION-GEN.

       OPEN-ONE-GENERATION.

           MOVE "O" TO OUTGEN-ACTION
           PERFORM CALL-OUTGEN

           IF OUTGEN-REFUSED
               SET GEN-REFUSED TO TRUE
           END-IF.

      *> the trailer is the warehouse's only control, so the row
      *> count is the whole of what is cataloged.
       COMPLETE-ONE-GENERATION.

           MOVE "C" TO OUTGEN-ACTION
           MOVE 0 TO OUTGEN-CONTROL-TOTAL
           PERFORM CALL-OUTGEN.

      *> whatever generations were opened are abandoned and the run
      *> is recorded failed - no mark moves, nothing is written.
       REFUSE-THE-RERUN.

           MOVE "A" TO OUTGEN-ACTION
           MOVE WS-WH-POLICY-GEN TO OUTGEN-ID
           PERFORM CALL-OUTGEN
           MOVE WS-WH-CLAIM-GEN TO OUTGEN-ID
           PERFORM CALL-OUTGEN
           MOVE WS-WH-INVOICE-GEN TO OUTGEN-ID
           PERFORM CALL-OUTGEN
           MOVE WS-WH-PAYMENT-GEN TO OUTGEN-ID
           PERFORM CALL-OUTGEN
           MOVE WS-WH-COMMISSION-GEN TO OUTGEN-ID
           PERFORM CALL-OUTGEN

           MOVE "E" TO WS-RUN-ACTION
           MOVE "F" TO WS-RUN-STATUS
           MOVE 0 TO WS-RUN-COUNT-1
           MOVE 0 TO WS-RUN-COUNT-2
           MOVE 0 TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           EXEC SQL COMMIT END-EXEC

           DISPLAY "=== WAREHOUSE FEED NOT RERUN ==="

           GOBACK.

       CALL-OUTGEN.

           CALL "OUTGEN" USING OUTGEN-ACTION OUTGEN-PROGRAM
               OUTGEN-BASE-NAME OUTGEN-FILE-NAME OUTGEN-ID
               OUTGEN-RECORD-COUNT OUTGEN-CONTROL-TOTAL
               OUTGEN-STATUS.
