       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSPAYDECIDE.

      *> the treasury desk's pay-or-return decision on a positive-
      *> pay exception POSPAYEXCEPT loaded, with the deciding
      *> operator and the date on record. Returning needs nothing
      *> more; paying against the recommendation - a check we never
      *> issued, one we voided, or one presented for a different
      *> amount - needs a written reason, because that is exactly
      *> the item positive pay exists to stop.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-EXCEPTION-ID       PIC 9(9).
       01 WS-CHECK-NUMBER       PIC 9(9).
       01 WS-PRESENTED-AMOUNT   PIC 9(9)V99.
       01 WS-ISSUED-AMOUNT      PIC 9(9)V99.
       01 WS-PRESENTED-DATE     PIC X(10).
       01 WS-BANK-REASON        PIC X(10).
       01 WS-RECOMMENDATION     PIC X(01).

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       01 PENDING-COUNT         PIC 9(7) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

       EXEC SQL
           DECLARE PENDING-EXCEPTION-CURSOR CURSOR FOR
               SELECT exception_id, check_number, presented_amount,
                   issued_amount, presented_date, bank_reason,
                   recommendation
               FROM pospay_exceptions
               WHERE decision = 'W'
               ORDER BY presented_date, exception_id
       END-EXEC.

       LINKAGE SECTION.

      *> "P" pays the presented item, "R" returns it, "L" lists
      *> what is still waiting on the desk.
       01 LK-ACTION             PIC X(01).
           88 LK-PAY-ITEM          VALUE "P".
           88 LK-RETURN-ITEM       VALUE "R".
           88 LK-LIST-PENDING      VALUE "L".
       01 LK-EXCEPTION-ID       PIC 9(9).
       01 LK-DECIDER-ID         PIC 9(9).
       01 LK-REASON             PIC X(60).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-EXCEPTION-ID
           LK-DECIDER-ID LK-REASON LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           EVALUATE TRUE
               WHEN LK-LIST-PENDING
                   PERFORM LIST-PENDING-EXCEPTIONS
               WHEN LK-PAY-ITEM OR LK-RETURN-ITEM
                   PERFORM DECIDE-ONE-EXCEPTION
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN POSITIVE PAY ACTION "
                       LK-ACTION
           END-EVALUATE.

           GOBACK.

       DECIDE-ONE-EXCEPTION.

           EXEC SQL
               SELECT check_number, recommendation
               INTO :WS-CHECK-NUMBER, :WS-RECOMMENDATION
               FROM pospay_exceptions
               WHERE exception_id = :LK-EXCEPTION-ID
                   AND decision = 'W'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "ERROR: EXCEPTION " LK-EXCEPTION-ID
                       " IS NOT AWAITING A DECISION"
               WHEN LK-DECIDER-ID = 0
                   DISPLAY "ERROR: A DECIDING OPERATOR IS REQUIRED"
               WHEN LK-PAY-ITEM AND WS-RECOMMENDATION = "R"
                   AND LK-REASON = SPACES
                   DISPLAY "ERROR: PAYING CHECK " WS-CHECK-NUMBER
                       " AGAINST A RETURN RECOMMENDATION NEEDS "
                       "A REASON"
               WHEN OTHER
                   PERFORM RECORD-THE-DECISION
           END-EVALUATE.

       RECORD-THE-DECISION.

           EXEC SQL
               UPDATE pospay_exceptions
               SET decision = :LK-ACTION,
                   decided_by = :LK-DECIDER-ID,
                   decided_date = :WS-TODAY-DASH,
                   decision_reason = :LK-REASON
               WHERE exception_id = :LK-EXCEPTION-ID
                   AND decision = 'W'
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR: DECISION NOT RECORDED FOR "
                   "EXCEPTION " LK-EXCEPTION-ID " - "
                   SQL-ERROR-MESSAGE
           ELSE
               SET LK-STATUS-OK TO TRUE
               IF LK-PAY-ITEM
                   DISPLAY "CHECK " WS-CHECK-NUMBER
                       " TO BE PAID - DECIDED BY " LK-DECIDER-ID
               ELSE
                   DISPLAY "CHECK " WS-CHECK-NUMBER
                       " TO BE RETURNED - DECIDED BY "
                       LK-DECIDER-ID
               END-IF
           END-IF.

       LIST-PENDING-EXCEPTIONS.

           DISPLAY "--- POSITIVE PAY ITEMS AWAITING DECISION ---".

           EXEC SQL OPEN PENDING-EXCEPTION-CURSOR END-EXEC.

           PERFORM LIST-ONE-PENDING
               UNTIL WS-EOF

           EXEC SQL CLOSE PENDING-EXCEPTION-CURSOR END-EXEC.

           DISPLAY "AWAITING DECISION: " PENDING-COUNT.

           SET LK-STATUS-OK TO TRUE.

       LIST-ONE-PENDING.

           EXEC SQL
               FETCH PENDING-EXCEPTION-CURSOR
               INTO :WS-EXCEPTION-ID, :WS-CHECK-NUMBER,
                   :WS-PRESENTED-AMOUNT, :WS-ISSUED-AMOUNT,
                   :WS-PRESENTED-DATE, :WS-BANK-REASON,
                   :WS-RECOMMENDATION
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO PENDING-COUNT
               DISPLAY "  EXCEPTION " WS-EXCEPTION-ID " CHECK "
                   WS-CHECK-NUMBER " PRESENTED "
                   WS-PRESENTED-AMOUNT " ISSUED " WS-ISSUED-AMOUNT
                   " ON " WS-PRESENTED-DATE " " WS-BANK-REASON
                   " RECOMMEND " WS-RECOMMENDATION
           END-IF.
