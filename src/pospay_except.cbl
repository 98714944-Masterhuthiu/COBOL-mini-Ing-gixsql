       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSPAYEXCEPT.

      *> the bank's positive-pay exceptions - checks presented
      *> against the disbursement account that do not match an
      *> issue record - come back each morning and are loaded here
      *> as the treasury desk's decision worklist. Each item is
      *> looked up against the ledger and carries a recommendation:
      *> pay only a check we issued, still outstanding, presented
      *> at its face amount; return everything else. The desk
      *> decides each through POSPAYDECIDE, and the next run -
      *> scheduled again ahead of the bank's decision cutoff -
      *> sends those decisions back in the decisions file. A
      *> reloaded exceptions file does not double the worklist.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> one presented item per line, comma-delimited -
      *> "checknumber,amount,presenteddate,reason" - read the same
      *> way BANKRECON reads the cleared-items file.
           SELECT EXCEPTION-INPUT-FILE
               ASSIGN TO "POSPAY_EXCEPTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-INPUT-STATUS.

           SELECT WORKLIST-FILE ASSIGN TO "POSPAY_WORKLIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-STATUS.

           SELECT DECISION-FILE ASSIGN TO DYNAMIC WS-DEC-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  EXCEPTION-INPUT-FILE.
       01  EXCEPTION-INPUT-RECORD PIC X(80).

       FD  WORKLIST-FILE.
       01  WORKLIST-RECORD        PIC X(132).

      *> pay or return, per presented item, in the bank's terms.
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           02 PD-ACCOUNT-NUMBER   PIC X(20).
           02 PD-CHECK-NUMBER     PIC 9(9).
           02 PD-AMOUNT           PIC 9(9)V99.
           02 PD-PRESENTED-DATE   PIC X(10).
           02 PD-DECISION         PIC X(01).

       WORKING-STORAGE SECTION.

       COPY "../copy/pospay.cpy".

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/outgen.cpy".

      *> the dated generation of POSPAY_DECISIONS.TXT this run
      *> writes.
       01 WS-DEC-GEN-NAME       PIC X(60).
       01 WS-DEC-GEN-ID         PIC 9(9) VALUE 0.

       01 WS-EXCEPTION-INPUT-STATUS PIC X(02).
           88 EXCEPTION-INPUT-OK        VALUE "00".
           88 EXCEPTION-INPUT-NOT-FOUND VALUE "35".
       01 WS-WORKLIST-STATUS    PIC X(02).
           88 WORKLIST-OK           VALUE "00".
       01 WS-DECISION-STATUS    PIC X(02).
           88 DECISION-OK           VALUE "00".

       01 WS-IN-CHECK-NUMBER    PIC X(09).
       01 WS-IN-AMOUNT          PIC X(14).
       01 WS-IN-PRESENTED-DATE  PIC X(10).
       01 WS-IN-BANK-REASON     PIC X(10).

       01 WS-EXCEPTION-ID       PIC 9(9).
       01 WS-CHECK-NUMBER       PIC 9(9).
       01 WS-PRESENTED-AMOUNT   PIC 9(9)V99.
       01 WS-PRESENTED-DATE     PIC X(10).
       01 WS-BANK-REASON        PIC X(10).
       01 WS-ISSUED-AMOUNT      PIC 9(9)V99.
       01 WS-PAYEE-NAME         PIC X(100).
       01 WS-MASKED-NAME        PIC X(100).
       01 WS-ISSUED-ITEMS       PIC 9(5).
       01 WS-OUTSTANDING-ITEMS  PIC 9(5).
       01 WS-VOID-COUNT         PIC 9(5).
       01 WS-ALREADY-LOADED     PIC 9(5).
       01 WS-DECISION           PIC X(01).

      *> what the ledger says about the check: O outstanding, C
      *> already cleared or reissued, V voided or stopped, N never
      *> issued by us.
       01 WS-LEDGER-STATUS      PIC X(01).
           88 LEDGER-OUTSTANDING    VALUE "O".
           88 LEDGER-CLEARED        VALUE "C".
           88 LEDGER-VOIDED         VALUE "V".
           88 LEDGER-NOT-ISSUED     VALUE "N".
       01 WS-RECOMMENDATION     PIC X(01).
       01 WS-FINDING            PIC X(30).

       01 WS-LIST-PRESENTED     PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-LIST-ISSUED        PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       01 ITEM-COUNT            PIC 9(7) VALUE 0.
       01 LOADED-COUNT          PIC 9(7) VALUE 0.
       01 DUPLICATE-COUNT       PIC 9(7) VALUE 0.
       01 UNREADABLE-COUNT      PIC 9(7) VALUE 0.
       01 PENDING-COUNT         PIC 9(7) VALUE 0.
       01 DECISIONS-SENT-COUNT  PIC 9(7) VALUE 0.
       01 DECISIONS-SENT-TOTAL  PIC 9(13)V99 VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".
       01 WS-DEC-AT-END         PIC X(01) VALUE "N".
           88 WS-DEC-EOF            VALUE "Y".
       01 WS-WL-AT-END          PIC X(01) VALUE "N".
           88 WS-WL-EOF             VALUE "Y".

      *> decisions the desk has made that the bank has not yet had.
       EXEC SQL
           DECLARE DECIDED-CURSOR CURSOR FOR
               SELECT exception_id, check_number, presented_amount,
                   presented_date, decision
               FROM pospay_exceptions
               WHERE decision IN ('P', 'R')
                   AND sent_flag = 'N'
               ORDER BY exception_id
       END-EXEC.

      *> everything still waiting on the desk, oldest first.
       EXEC SQL
           DECLARE WORKLIST-CURSOR CURSOR FOR
               SELECT exception_id, check_number, presented_amount,
                   presented_date, bank_reason, issued_amount,
                   ledger_status, recommendation, payee_name
               FROM pospay_exceptions
               WHERE decision = 'W'
               ORDER BY presented_date, exception_id
       END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY "=== POSITIVE PAY EXCEPTIONS ===".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           PERFORM SEND-DECISIONS

           OPEN INPUT EXCEPTION-INPUT-FILE

           IF EXCEPTION-INPUT-NOT-FOUND
               DISPLAY "NO EXCEPTIONS FILE - NOTHING TO LOAD"
           ELSE
               PERFORM READ-ONE-EXCEPTION
                   UNTIL WS-EOF

               CLOSE EXCEPTION-INPUT-FILE
           END-IF

           PERFORM WRITE-WORKLIST

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "DECISIONS SENT    : " DECISIONS-SENT-COUNT.
           DISPLAY "EXCEPTIONS READ   : " ITEM-COUNT.
           DISPLAY "EXCEPTIONS LOADED : " LOADED-COUNT.
           DISPLAY "ALREADY LOADED    : " DUPLICATE-COUNT.
           DISPLAY "UNREADABLE LINES  : " UNREADABLE-COUNT.
           DISPLAY "AWAITING DECISION : " PENDING-COUNT.
           DISPLAY "=== POSITIVE PAY EXCEPTIONS COMPLETE ===".

           STOP RUN.

      *> once the day's decisions file has gone to the bank, a
      *> second run still loads and works the exceptions but holds
      *> the new decisions for the next file.
       SEND-DECISIONS.

           MOVE "O" TO OUTGEN-ACTION
           MOVE "POSPAYEXCEPT" TO OUTGEN-PROGRAM
           MOVE "POSPAY_DECISIONS.TXT" TO OUTGEN-BASE-NAME
           PERFORM CALL-OUTGEN

           IF OUTGEN-REFUSED
               DISPLAY "DECISIONS FILE ALREADY TRANSMITTED TODAY - "
                   "NEW DECISIONS HELD FOR THE NEXT RUN"
           ELSE
               MOVE OUTGEN-FILE-NAME TO WS-DEC-GEN-NAME
               MOVE OUTGEN-ID TO WS-DEC-GEN-ID

               OPEN OUTPUT DECISION-FILE

               EXEC SQL OPEN DECIDED-CURSOR END-EXEC

               PERFORM SEND-ONE-DECISION
                   UNTIL WS-DEC-EOF

               EXEC SQL CLOSE DECIDED-CURSOR END-EXEC

               CLOSE DECISION-FILE

               MOVE "C" TO OUTGEN-ACTION
               MOVE WS-DEC-GEN-ID TO OUTGEN-ID
               MOVE DECISIONS-SENT-COUNT TO OUTGEN-RECORD-COUNT
               MOVE DECISIONS-SENT-TOTAL TO OUTGEN-CONTROL-TOTAL
               PERFORM CALL-OUTGEN
           END-IF.

       SEND-ONE-DECISION.

           EXEC SQL
               FETCH DECIDED-CURSOR
               INTO :WS-EXCEPTION-ID, :WS-CHECK-NUMBER,
                   :WS-PRESENTED-AMOUNT, :WS-PRESENTED-DATE,
                   :WS-DECISION
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-DEC-EOF TO TRUE
           ELSE
               MOVE DISBURSEMENT-ACCOUNT TO PD-ACCOUNT-NUMBER
               MOVE WS-CHECK-NUMBER      TO PD-CHECK-NUMBER
               MOVE WS-PRESENTED-AMOUNT  TO PD-AMOUNT
               MOVE WS-PRESENTED-DATE    TO PD-PRESENTED-DATE
               MOVE WS-DECISION          TO PD-DECISION

               WRITE DECISION-RECORD

               IF DECISION-OK
                   ADD 1 TO DECISIONS-SENT-COUNT
                   ADD WS-PRESENTED-AMOUNT TO DECISIONS-SENT-TOTAL
                   EXEC SQL
                       UPDATE pospay_exceptions
                       SET sent_flag = 'Y',
                           sent_date = :WS-TODAY-DASH
                       WHERE exception_id = :WS-EXCEPTION-ID
                   END-EXEC
               ELSE
                   DISPLAY "ERROR WRITING DECISION FOR CHECK "
                       WS-CHECK-NUMBER ": " WS-DECISION-STATUS
               END-IF
           END-IF.

       READ-ONE-EXCEPTION.

           READ EXCEPTION-INPUT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO ITEM-COUNT
                   PERFORM LOAD-ONE-EXCEPTION
           END-READ.

       LOAD-ONE-EXCEPTION.

           MOVE SPACES TO WS-IN-CHECK-NUMBER
           MOVE SPACES TO WS-IN-AMOUNT
           MOVE SPACES TO WS-IN-PRESENTED-DATE
           MOVE SPACES TO WS-IN-BANK-REASON

           UNSTRING EXCEPTION-INPUT-RECORD DELIMITED BY ","
               INTO WS-IN-CHECK-NUMBER WS-IN-AMOUNT
                   WS-IN-PRESENTED-DATE WS-IN-BANK-REASON
           END-UNSTRING

           IF WS-IN-CHECK-NUMBER IS NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(WS-IN-AMOUNT) NOT = 0
               ADD 1 TO UNREADABLE-COUNT
               DISPLAY "EXCEPTION: UNREADABLE LINE - "
                   EXCEPTION-INPUT-RECORD(1:40)
           ELSE
               MOVE WS-IN-CHECK-NUMBER TO WS-CHECK-NUMBER
               COMPUTE WS-PRESENTED-AMOUNT =
                   FUNCTION NUMVAL(WS-IN-AMOUNT)
               MOVE WS-IN-PRESENTED-DATE TO WS-PRESENTED-DATE
               MOVE WS-IN-BANK-REASON TO WS-BANK-REASON

               MOVE 0 TO WS-ALREADY-LOADED

               EXEC SQL
                   SELECT COUNT(*) INTO :WS-ALREADY-LOADED
                   FROM pospay_exceptions
                   WHERE check_number = :WS-CHECK-NUMBER
                       AND presented_date = :WS-PRESENTED-DATE
                       AND presented_amount = :WS-PRESENTED-AMOUNT
               END-EXEC

               IF WS-ALREADY-LOADED > 0
                   ADD 1 TO DUPLICATE-COUNT
               ELSE
                   PERFORM CHECK-AGAINST-LEDGER
                   PERFORM STORE-ONE-EXCEPTION
               END-IF
           END-IF.

      *> the check's whole history on the ledger: issued at all,
      *> still outstanding, and on the void queue.
       CHECK-AGAINST-LEDGER.

           MOVE 0 TO WS-ISSUED-ITEMS
           MOVE 0 TO WS-OUTSTANDING-ITEMS
           MOVE 0 TO WS-ISSUED-AMOUNT
           MOVE 0 TO WS-VOID-COUNT
           MOVE SPACES TO WS-PAYEE-NAME

           EXEC SQL
               SELECT COUNT(*),
                   COALESCE(SUM(amount - COALESCE(tax_withheld, 0)),
                       0),
                   COALESCE(MIN(payee_name), ' ')
               INTO :WS-ISSUED-ITEMS, :WS-ISSUED-AMOUNT,
                   :WS-PAYEE-NAME
               FROM payables
               WHERE check_number = :WS-CHECK-NUMBER
                   AND pay_method = 'C'
           END-EXEC

           EXEC SQL
               SELECT COUNT(*) INTO :WS-OUTSTANDING-ITEMS
               FROM payables
               WHERE check_number = :WS-CHECK-NUMBER
                   AND pay_method = 'C'
                   AND payable_status = 'P'
                   AND COALESCE(recon_status, ' ') = ' '
           END-EXEC

           EXEC SQL
               SELECT COUNT(*),
                   COALESCE(MAX(amount), 0),
                   COALESCE(MAX(payee_name), ' ')
               INTO :WS-VOID-COUNT, :PP-AMOUNT, :PP-PAYEE-NAME
               FROM check_voids
               WHERE check_number = :WS-CHECK-NUMBER
           END-EXEC

           EVALUATE TRUE
               WHEN WS-VOID-COUNT > 0
                   SET LEDGER-VOIDED TO TRUE
                   IF WS-ISSUED-ITEMS = 0
                       MOVE PP-AMOUNT TO WS-ISSUED-AMOUNT
                       MOVE PP-PAYEE-NAME TO WS-PAYEE-NAME
                   END-IF
               WHEN WS-ISSUED-ITEMS = 0
                   SET LEDGER-NOT-ISSUED TO TRUE
               WHEN WS-OUTSTANDING-ITEMS = 0
                   SET LEDGER-CLEARED TO TRUE
               WHEN OTHER
                   SET LEDGER-OUTSTANDING TO TRUE
           END-EVALUATE

           IF LEDGER-OUTSTANDING
               AND WS-PRESENTED-AMOUNT = WS-ISSUED-AMOUNT
               MOVE "P" TO WS-RECOMMENDATION
           ELSE
               MOVE "R" TO WS-RECOMMENDATION
           END-IF.

       STORE-ONE-EXCEPTION.

           EXEC SQL
               INSERT INTO pospay_exceptions
               (check_number, presented_amount, presented_date,
                   bank_reason, issued_amount, payee_name,
                   ledger_status, recommendation, loaded_date,
                   decision, sent_flag)
               VALUES
               (:WS-CHECK-NUMBER, :WS-PRESENTED-AMOUNT,
                   :WS-PRESENTED-DATE, :WS-BANK-REASON,
                   :WS-ISSUED-AMOUNT, :WS-PAYEE-NAME,
                   :WS-LEDGER-STATUS, :WS-RECOMMENDATION,
                   :WS-TODAY-DASH, 'W', 'N')
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO LOADED-COUNT
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR LOADING EXCEPTION FOR CHECK "
                   WS-CHECK-NUMBER " - " SQL-ERROR-MESSAGE
           END-IF.

      *> the desk's worklist: presented against issued, what the
      *> ledger says, and the recommended decision.
       WRITE-WORKLIST.

           OPEN OUTPUT WORKLIST-FILE

           MOVE SPACES TO WORKLIST-RECORD
           STRING "POSITIVE PAY DECISION WORKLIST " WS-TODAY-DASH
               DELIMITED BY SIZE INTO WORKLIST-RECORD
           PERFORM WRITE-WORKLIST-LINE

           MOVE SPACES TO WORKLIST-RECORD
           STRING "EXCEPTION ID CHECK NBR      PRESENTED "
               "       ISSUED  PRESENTED  BANK REASON "
               "FINDING                        REC PAYEE"
               DELIMITED BY SIZE INTO WORKLIST-RECORD
           PERFORM WRITE-WORKLIST-LINE

           EXEC SQL OPEN WORKLIST-CURSOR END-EXEC

           PERFORM LIST-ONE-EXCEPTION
               UNTIL WS-WL-EOF

           EXEC SQL CLOSE WORKLIST-CURSOR END-EXEC

           MOVE SPACES TO WORKLIST-RECORD
           STRING "ITEMS AWAITING DECISION: " PENDING-COUNT
               DELIMITED BY SIZE INTO WORKLIST-RECORD
           PERFORM WRITE-WORKLIST-LINE

           CLOSE WORKLIST-FILE.

       LIST-ONE-EXCEPTION.

           EXEC SQL
               FETCH WORKLIST-CURSOR
               INTO :WS-EXCEPTION-ID, :WS-CHECK-NUMBER,
                   :WS-PRESENTED-AMOUNT, :WS-PRESENTED-DATE,
                   :WS-BANK-REASON, :WS-ISSUED-AMOUNT,
                   :WS-LEDGER-STATUS, :WS-RECOMMENDATION,
                   :WS-PAYEE-NAME
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-WL-EOF TO TRUE
           ELSE
               ADD 1 TO PENDING-COUNT

               EVALUATE TRUE
                   WHEN LEDGER-VOIDED
                       MOVE "VOIDED OR STOPPED" TO WS-FINDING
                   WHEN LEDGER-NOT-ISSUED
                       MOVE "NEVER ISSUED" TO WS-FINDING
                   WHEN LEDGER-CLEARED
                       MOVE "ALREADY PAID OR REISSUED"
                           TO WS-FINDING
                   WHEN WS-PRESENTED-AMOUNT NOT = WS-ISSUED-AMOUNT
                       MOVE "AMOUNT DIFFERS FROM ISSUE"
                           TO WS-FINDING
                   WHEN OTHER
                       MOVE "MATCHES OUTSTANDING ISSUE"
                           TO WS-FINDING
               END-EVALUATE

               MOVE WS-PRESENTED-AMOUNT TO WS-LIST-PRESENTED
               MOVE WS-ISSUED-AMOUNT TO WS-LIST-ISSUED
               CALL "MASKPII" USING WS-PAYEE-NAME WS-MASKED-NAME

               MOVE SPACES TO WORKLIST-RECORD
               STRING WS-EXCEPTION-ID "    " WS-CHECK-NUMBER " "
                   WS-LIST-PRESENTED " " WS-LIST-ISSUED " "
                   WS-PRESENTED-DATE " " WS-BANK-REASON "  "
                   WS-FINDING " " WS-RECOMMENDATION "   "
                   WS-MASKED-NAME(1:17)
                   DELIMITED BY SIZE INTO WORKLIST-RECORD
               PERFORM WRITE-WORKLIST-LINE
           END-IF.

       WRITE-WORKLIST-LINE.

           WRITE WORKLIST-RECORD

           IF NOT WORKLIST-OK
               DISPLAY "ERROR WRITING WORKLIST LINE: "
                   WS-WORKLIST-STATUS
           END-IF.

       CALL-OUTGEN.

           CALL "OUTGEN" USING OUTGEN-ACTION OUTGEN-PROGRAM
               OUTGEN-BASE-NAME OUTGEN-FILE-NAME OUTGEN-ID
               OUTGEN-RECORD-COUNT OUTGEN-CONTROL-TOTAL
               OUTGEN-STATUS.
