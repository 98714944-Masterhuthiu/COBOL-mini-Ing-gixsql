      *> item, ordered by jurisdiction so each state's section of
      *> the file is contiguous - same line-sequential extract
      *> shape the treaty and GL files use.
           SELECT ESCHEAT-REMIT-FILE ASSIGN TO DYNAMIC
                   WS-ESCHEAT-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHEAT-REMIT-STATUS.


       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/outgen.cpy".

      *> the dated generation of ESCHEAT_REMIT.TXT this run writes.
       01 WS-ESCHEAT-GEN-NAME     PIC X(60).
       01 WS-ESCHEAT-GEN-ID       PIC 9(9) VALUE 0.

      *> the default dormancy period, used for any jurisdiction
      *> without its own row on the escheat_dormancy table, and the
      *> window the payee has to answer the due-diligence letter.
       01 DILIGENCE-COUNT        PIC 9(7) VALUE 0.
       01 ESCHEATED-COUNT        PIC 9(7) VALUE 0.
       01 TOTAL-ESCHEATED        PIC 9(11)V99 VALUE 0.
       01 HELD-COUNT             PIC 9(7) VALUE 0.

      *> the legal hold register's answer for the record in hand -
      *> LEGALHOLDCHK logs the refusal itself.
       01 WS-HOLD-PROGRAM       PIC X(20) VALUE "ESCHEATBATCH".
       01 WS-HOLD-ACTION        PIC X(20) VALUE "ESCHEAT".
       01 WS-HOLD-POLICY-ID     PIC 9(9).
       01 WS-HOLD-CLAIM-ID      PIC 9(9).
       01 WS-HOLD-CUSTOMER-ID   PIC 9(9).
       01 WS-HOLD-ID            PIC 9(9).
       01 WS-HOLD-FLAG          PIC X(01).
           88 RECORD-ON-HOLD        VALUE "Y".
           88 RECORD-NOT-HELD       VALUE "N".

       01 WS-ESCHEAT-REMIT-STATUS PIC X(02).
           88 ESCHEAT-REMIT-OK       VALUE "00".
       EXEC SQL
           DECLARE DORMANCY-CURSOR CURSOR FOR
               SELECT pay.payable_id, pay.policy_id,
                   COALESCE(pay.claim_id, 0), pay.payee_name,
                   pay.source, pay.amount,
                   COALESCE(pay.booked_date, ' '),
                   COALESCE(pay.escheat_status, ' '),
                   COALESCE(pay.diligence_date, ' '),
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           MOVE "O" TO OUTGEN-ACTION
           MOVE "ESCHEATBATCH" TO OUTGEN-PROGRAM
           MOVE "ESCHEAT_REMIT.TXT" TO OUTGEN-BASE-NAME
           PERFORM CALL-OUTGEN

           IF OUTGEN-REFUSED
               DISPLAY "=== ESCHEATMENT SWEEP NOT RERUN ==="
               STOP RUN
           END-IF

           MOVE OUTGEN-FILE-NAME TO WS-ESCHEAT-GEN-NAME
           MOVE OUTGEN-ID TO WS-ESCHEAT-GEN-ID

           OPEN OUTPUT ESCHEAT-REMIT-FILE.

           EXEC SQL OPEN DORMANCY-CURSOR END-EXEC.

           EXEC SQL CLOSE DORMANCY-CURSOR END-EXEC.

           CLOSE ESCHEAT-REMIT-FILE.

           MOVE "C" TO OUTGEN-ACTION
           MOVE WS-ESCHEAT-GEN-ID TO OUTGEN-ID
           MOVE ESCHEATED-COUNT TO OUTGEN-RECORD-COUNT
           MOVE TOTAL-ESCHEATED TO OUTGEN-CONTROL-TOTAL
           PERFORM CALL-OUTGEN

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "OPEN PAYABLES SCANNED : " PAYABLE-COUNT.
           DISPLAY "DILIGENCE LETTERS SENT: " DILIGENCE-COUNT.
           DISPLAY "ITEMS ESCHEATED       : " ESCHEATED-COUNT.
           DISPLAY "AMOUNT ESCHEATED      : " TOTAL-ESCHEATED.
           DISPLAY "HELD - NOT ESCHEATED  : " HELD-COUNT.
           DISPLAY "=== ESCHEATMENT SWEEP COMPLETE ===".

           STOP RUN.
           EXEC SQL
               FETCH DORMANCY-CURSOR
               INTO :PAY-PAYABLE-ID, :PAY-POLICY-ID,
                   :PAY-CLAIM-ID, :PAY-PAYEE-NAME, :PAY-SOURCE,
                   :PAY-AMOUNT,
                   :WS-BOOKED-DATE, :WS-ESCHEAT-STATUS,
                   :WS-DILIGENCE-DATE, :WS-JURISDICTION
           END-EXEC
               WS-TODAY-JULIAN - WS-DILIGENCE-JULIAN

           IF WS-DILIGENCE-AGE > RESPONSE-WINDOW-DAYS
               PERFORM CHECK-LEGAL-HOLD
           END-IF.

      *> money on a policy, claim or customer under legal hold
      *> stays on our ledger, diligence letter or not, until the
      *> hold is released - the next sweep after that remits it.
       CHECK-LEGAL-HOLD.

           MOVE PAY-POLICY-ID TO WS-HOLD-POLICY-ID
           MOVE PAY-CLAIM-ID TO WS-HOLD-CLAIM-ID
           MOVE 0 TO WS-HOLD-CUSTOMER-ID
           SET RECORD-NOT-HELD TO TRUE

           IF PAY-POLICY-ID > 0 OR PAY-CLAIM-ID > 0
               CALL "LEGALHOLDCHK" USING WS-HOLD-PROGRAM
                   WS-HOLD-ACTION WS-HOLD-POLICY-ID
                   WS-HOLD-CLAIM-ID WS-HOLD-CUSTOMER-ID
                   WS-HOLD-ID WS-HOLD-FLAG
           END-IF

           IF RECORD-ON-HOLD
               ADD 1 TO HELD-COUNT
           ELSE
               PERFORM ESCHEAT-ONE-ITEM
           END-IF.

               DISPLAY "ESCHEATED: PAYABLE " PAY-PAYABLE-ID
                   " (" WS-JURISDICTION ") " PAY-AMOUNT
           END-IF.

       CALL-OUTGEN.

           CALL "OUTGEN" USING OUTGEN-ACTION OUTGEN-PROGRAM
               OUTGEN-BASE-NAME OUTGEN-FILE-NAME OUTGEN-ID
               OUTGEN-RECORD-COUNT OUTGEN-CONTROL-TOTAL
               OUTGEN-STATUS.
