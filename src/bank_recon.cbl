       FILE-CONTROL.
      *> the bank's cleared-items file, one instrument per line,
      *> comma-delimited - "checknumber,amount,cleareddate" - read
      *> the same way DEBITRETURNS reads the returns file. An ACH
      *> credit clears under the fifteen-digit trace number of its
      *> NACHA entry instead of a check number.
           SELECT CLEARED-INPUT-FILE ASSIGN TO "CLEARED_ITEMS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARED-INPUT-STATUS.

      *> the positive-pay void file - every check voided, stopped
      *> or stale-dated since the last run, so the bank refuses it
      *> if it is ever presented.
           SELECT POSPAY-VOID-FILE ASSIGN TO DYNAMIC WS-VOID-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAY-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CLEARED-INPUT-FILE.
       01  CLEARED-INPUT-RECORD PIC X(60).

       FD  POSPAY-VOID-FILE.
       01  POSPAY-VOID-RECORD   PIC X(121).

       WORKING-STORAGE SECTION.

       COPY "../copy/payable.cpy".

       COPY "../copy/pospay.cpy".

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/outgen.cpy".

      *> the dated generation of POSPAY_VOIDS.TXT this run writes.
       01 WS-VOID-GEN-NAME      PIC X(60).
       01 WS-VOID-GEN-ID        PIC 9(9) VALUE 0.

       01 WS-CLEARED-INPUT-STATUS PIC X(02).
           88 CLEARED-INPUT-OK        VALUE "00".
           88 CLEARED-INPUT-NOT-FOUND VALUE "35".
      *> be reissued or escheated instead of floating forever.
       01 STALE-AFTER-DAYS      PIC 9(3) VALUE 180.

       01 WS-IN-CHECK-NUMBER    PIC X(15).
       01 WS-ACH-TRACE          PIC X(15).
       01 WS-IN-AMOUNT          PIC X(14).
       01 WS-IN-CLEARED-DATE    PIC X(10).

       01 WS-CLEARED-DATE       PIC X(10).
       01 WS-NET-EXPECTED       PIC S9(9)V99.
       01 WS-TAX-WITHHELD       PIC 9(9)V99.
      *> a consolidated provider payment is one instrument behind
      *> many payables - they match, and close, as one.
       01 WS-INSTRUMENT-ITEMS   PIC 9(5).

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-JULIAN       PIC 9(7).
       01 WS-CUTOFF-8           PIC 9(8).
       01 WS-CUTOFF-DASH        PIC X(10).

       01 WS-POSPAY-STATUS      PIC X(02).
           88 POSPAY-OK             VALUE "00".
       01 WS-VOID-ID            PIC 9(9).
       01 WS-VOID-PAYEE         PIC X(100).
       01 VOID-SENT-COUNT       PIC 9(7) VALUE 0.
       01 VOID-SENT-TOTAL       PIC 9(13)V99 VALUE 0.

       01 WS-VOID-AT-END        PIC X(01) VALUE "N".
           88 WS-VOID-EOF           VALUE "Y".

       01 ITEM-COUNT            PIC 9(7) VALUE 0.
       01 MATCHED-COUNT         PIC 9(7) VALUE 0.
       01 MISMATCH-COUNT        PIC 9(7) VALUE 0.
       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> voids not yet sent to the bank - CHECKVOID's voids and
      *> stops as well as tonight's stale-dated checks.
       EXEC SQL
           DECLARE VOID-CURSOR CURSOR FOR
               SELECT void_id, check_number, amount, issue_date,
                   payee_name, void_date
               FROM check_voids
               WHERE sent_flag = 'N'
               ORDER BY check_number
       END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY "=== BANK RECONCILIATION RUN ===".

           PERFORM STALE-DATE-OUTSTANDING

           PERFORM SEND-POSPAY-VOIDS

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "-----------------------------".
           DISPLAY "AMOUNT MISMATCHES  : " MISMATCH-COUNT.
           DISPLAY "UNKNOWN CHECK NBRS : " UNKNOWN-COUNT.
           DISPLAY "STALE-DATED        : " STALE-COUNT.
           DISPLAY "VOIDS SENT TO BANK : " VOID-SENT-COUNT.
           DISPLAY "=== RECONCILIATION COMPLETE ===".

           STOP RUN.

      *> the bank's amount has to equal the net we issued (gross
      *> less withholding) to the penny - anything else lands on
      *> the exception report instead of silently closing. The net
      *> issued is summed over every payable the check number
      *> paid.
       MATCH-ONE-ITEM.

           MOVE SPACES TO WS-IN-CHECK-NUMBER
                   WS-IN-CLEARED-DATE
           END-UNSTRING

           EVALUATE TRUE
               WHEN FUNCTION TEST-NUMVAL(WS-IN-AMOUNT) NOT = 0
                   MOVE SPACES TO WS-IN-CHECK-NUMBER
               WHEN WS-IN-CHECK-NUMBER(1:9) IS NUMERIC
                   AND WS-IN-CHECK-NUMBER(10:6) = SPACES
                   MOVE WS-IN-CHECK-NUMBER(1:9) TO WS-CHECK-NUMBER
               WHEN WS-IN-CHECK-NUMBER IS NUMERIC
                   PERFORM RESOLVE-ACH-TRACE
               WHEN OTHER
                   MOVE SPACES TO WS-IN-CHECK-NUMBER
           END-EVALUATE

           IF WS-IN-CHECK-NUMBER = SPACES
               ADD 1 TO UNKNOWN-COUNT
               DISPLAY "EXCEPTION: UNREADABLE CLEARED LINE - "
                   CLEARED-INPUT-RECORD(1:40)
           ELSE
               COMPUTE WS-CLEARED-AMOUNT =
                   FUNCTION NUMVAL(WS-IN-AMOUNT)
               MOVE WS-IN-CLEARED-DATE TO WS-CLEARED-DATE
               PERFORM CLOSE-OR-EXCEPT
           END-IF.

      *> PAYMENTRUN kept the trace on every payable the entry
      *> paid, so it leads back to the instrument number the rest
      *> of the match already works by. A trace we never sent
      *> matches nothing and falls out as an unknown item.
       RESOLVE-ACH-TRACE.

           MOVE WS-IN-CHECK-NUMBER TO WS-ACH-TRACE
           MOVE 0 TO WS-CHECK-NUMBER

           EXEC SQL
               SELECT COALESCE(MAX(check_number), 0)
               INTO :WS-CHECK-NUMBER
               FROM payables
               WHERE ach_trace = :WS-ACH-TRACE
           END-EXEC.

       CLOSE-OR-EXCEPT.

           MOVE 0 TO WS-INSTRUMENT-ITEMS

           EXEC SQL
               SELECT COUNT(*), COALESCE(MIN(payable_id), 0),
                   COALESCE(SUM(amount), 0),
                   COALESCE(SUM(COALESCE(tax_withheld, 0)), 0)
               INTO :WS-INSTRUMENT-ITEMS, :PAY-PAYABLE-ID,
                   :PAY-AMOUNT, :WS-TAX-WITHHELD
               FROM payables
               WHERE check_number = :WS-CHECK-NUMBER
                   AND payable_status = 'P'
                   AND COALESCE(recon_status, ' ') = ' '
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-INSTRUMENT-ITEMS = 0
               ADD 1 TO UNKNOWN-COUNT
               DISPLAY "EXCEPTION: CHECK " WS-CHECK-NUMBER
                   " FOR " WS-CLEARED-AMOUNT
               UPDATE payables
               SET recon_status = 'C',
                   cleared_date = :WS-CLEARED-DATE
               WHERE check_number = :WS-CHECK-NUMBER
                   AND payable_status = 'P'
                   AND COALESCE(recon_status, ' ') = ' '
           END-EXEC

           IF SQLCODE = 0
      *> sweep can send it to the state if the payee stays lost.
       STALE-DATE-OUTSTANDING.

      *>   a stale check goes on the void queue before it reopens -
      *>   one row per check, at the face the bank would see
           EXEC SQL
               INSERT INTO check_voids
               (check_number, amount, issue_date, payee_name,
                   void_date, void_reason, operator_id,
                   reason_text, sent_flag)
               SELECT check_number,
                   SUM(amount - COALESCE(tax_withheld, 0)),
                   MIN(paid_date), MIN(payee_name),
                   :WS-TODAY-DASH, 'T', 0, 'STALE-DATED', 'N'
               FROM payables
               WHERE payable_status = 'P'
                   AND COALESCE(recon_status, ' ') = ' '
                   AND check_number > 0
                   AND pay_method = 'C'
                   AND paid_date <= :WS-CUTOFF-DASH
               GROUP BY check_number
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR QUEUEING STALE-DATED VOIDS - "
                   SQL-ERROR-MESSAGE
           END-IF

           EXEC SQL
               UPDATE payables
               SET payable_status = 'O',
               DISPLAY "ERROR STALE-DATING INSTRUMENTS - "
                   SQL-ERROR-MESSAGE
           END-IF.

      *> the file is rewritten every run with whatever is still
      *> unsent; a void is marked sent only once its record is
      *> written. Once the day's void file has gone to the bank a
      *> second run leaves the unsent voids queued for the next
      *> business day's file rather than write one the bank will
      *> never receive.
       SEND-POSPAY-VOIDS.

           MOVE "O" TO OUTGEN-ACTION
           MOVE "BANKRECON" TO OUTGEN-PROGRAM
           MOVE "POSPAY_VOIDS.TXT" TO OUTGEN-BASE-NAME
           PERFORM CALL-OUTGEN

           IF OUTGEN-REFUSED
               DISPLAY "VOID FILE ALREADY TRANSMITTED TODAY - "
                   "UNSENT VOIDS HELD FOR THE NEXT RUN"
           ELSE
               MOVE OUTGEN-FILE-NAME TO WS-VOID-GEN-NAME
               MOVE OUTGEN-ID TO WS-VOID-GEN-ID

               OPEN OUTPUT POSPAY-VOID-FILE

               EXEC SQL OPEN VOID-CURSOR END-EXEC

               PERFORM SEND-ONE-VOID
                   UNTIL WS-VOID-EOF

               EXEC SQL CLOSE VOID-CURSOR END-EXEC

               CLOSE POSPAY-VOID-FILE

               MOVE "C" TO OUTGEN-ACTION
               MOVE WS-VOID-GEN-ID TO OUTGEN-ID
               MOVE VOID-SENT-COUNT TO OUTGEN-RECORD-COUNT
               MOVE VOID-SENT-TOTAL TO OUTGEN-CONTROL-TOTAL
               PERFORM CALL-OUTGEN
           END-IF.

       SEND-ONE-VOID.

           EXEC SQL
               FETCH VOID-CURSOR
               INTO :WS-VOID-ID, :PP-CHECK-NUMBER, :PP-AMOUNT,
                   :PP-ISSUE-DATE, :WS-VOID-PAYEE, :PP-VOID-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-VOID-EOF TO TRUE
           ELSE
               MOVE DISBURSEMENT-ACCOUNT TO PP-ACCOUNT-NUMBER
               MOVE WS-VOID-PAYEE TO PP-PAYEE-NAME
               SET PP-VOIDED TO TRUE

               WRITE POSPAY-VOID-RECORD FROM POSPAY-RECORD

               IF POSPAY-OK
                   ADD 1 TO VOID-SENT-COUNT
                   ADD PP-AMOUNT TO VOID-SENT-TOTAL
                   EXEC SQL
                       UPDATE check_voids
                       SET sent_flag = 'Y',
                           sent_date = :WS-TODAY-DASH
                       WHERE void_id = :WS-VOID-ID
                   END-EXEC
               ELSE
                   DISPLAY "ERROR WRITING POSITIVE PAY VOID FOR "
                       "CHECK " PP-CHECK-NUMBER ": "
                       WS-POSPAY-STATUS
               END-IF
           END-IF.

       CALL-OUTGEN.

           CALL "OUTGEN" USING OUTGEN-ACTION OUTGEN-PROGRAM
               OUTGEN-BASE-NAME OUTGEN-FILE-NAME OUTGEN-ID
               OUTGEN-RECORD-COUNT OUTGEN-CONTROL-TOTAL
               OUTGEN-STATUS.
