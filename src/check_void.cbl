       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECKVOID.

      *> treasury's void and stop-payment transaction for a printed
      *> check still outstanding - spoiled, lost in the mail, or
      *> reported stolen. The payables the check paid reopen, the
      *> same way BANKRECON reopens a stale-dated check, so the next
      *> payment run can reissue them; and the check goes on the
      *> void queue BANKRECON sends the bank as the positive-pay
      *> void file, so the old paper is refused if it is ever
      *> presented.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-CHECK-ITEMS        PIC 9(5).
       01 WS-CHECK-AMOUNT       PIC 9(9)V99.
       01 WS-ISSUE-DATE         PIC X(10).
       01 WS-PAYEE-NAME         PIC X(100).

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       LINKAGE SECTION.

      *> "V" voids the check, "S" records a stop payment on it -
      *> both cancel the check; the reason keeps them apart on the
      *> queue and in the bank's file.
       01 LK-ACTION             PIC X(01).
           88 LK-VOID-CHECK        VALUE "V".
           88 LK-STOP-CHECK        VALUE "S".
       01 LK-CHECK-NUMBER       PIC 9(9).
       01 LK-OPERATOR-ID        PIC 9(9).
       01 LK-REASON             PIC X(60).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-CHECK-NUMBER
           LK-OPERATOR-ID LK-REASON LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           EVALUATE TRUE
               WHEN LK-VOID-CHECK OR LK-STOP-CHECK
                   PERFORM CANCEL-ONE-CHECK
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN CHECK ACTION " LK-ACTION
           END-EVALUATE.

           GOBACK.

      *> only a printed check nobody has cashed can be cancelled -
      *> once the bank has cleared it the money is gone and the
      *> matter is a recovery, not a void.
       CANCEL-ONE-CHECK.

           MOVE 0 TO WS-CHECK-ITEMS

           EXEC SQL
               SELECT COUNT(*),
                   COALESCE(SUM(amount - COALESCE(tax_withheld, 0)),
                       0),
                   COALESCE(MIN(paid_date), ' '),
                   COALESCE(MIN(payee_name), ' ')
               INTO :WS-CHECK-ITEMS, :WS-CHECK-AMOUNT,
                   :WS-ISSUE-DATE, :WS-PAYEE-NAME
               FROM payables
               WHERE check_number = :LK-CHECK-NUMBER
                   AND payable_status = 'P'
                   AND pay_method = 'C'
                   AND COALESCE(recon_status, ' ') = ' '
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0 OR WS-CHECK-ITEMS = 0
                   DISPLAY "ERROR: CHECK " LK-CHECK-NUMBER
                       " IS NOT AN OUTSTANDING CHECK"
               WHEN LK-OPERATOR-ID = 0
                   DISPLAY "ERROR: AN OPERATOR ID IS REQUIRED"
               WHEN LK-REASON = SPACES
                   DISPLAY "ERROR: A VOID OR STOP NEEDS A REASON"
               WHEN OTHER
                   PERFORM REOPEN-CHECK-PAYABLES
           END-EVALUATE.

       REOPEN-CHECK-PAYABLES.

           EXEC SQL
               UPDATE payables
               SET payable_status = 'O',
                   recon_status = 'V'
               WHERE check_number = :LK-CHECK-NUMBER
                   AND payable_status = 'P'
                   AND pay_method = 'C'
                   AND COALESCE(recon_status, ' ') = ' '
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
               DISPLAY "ERROR: CHECK " LK-CHECK-NUMBER
                   " NOT CANCELLED"
           ELSE
               EXEC SQL
                   INSERT INTO check_voids
                   (check_number, amount, issue_date, payee_name,
                       void_date, void_reason, operator_id,
                       reason_text, sent_flag)
                   VALUES
                   (:LK-CHECK-NUMBER, :WS-CHECK-AMOUNT,
                       :WS-ISSUE-DATE, :WS-PAYEE-NAME,
                       :WS-TODAY-DASH, :LK-ACTION, :LK-OPERATOR-ID,
                       :LK-REASON, 'N')
               END-EXEC

               IF SQLCODE = 0
                   SET LK-STATUS-OK TO TRUE
                   IF LK-VOID-CHECK
                       DISPLAY "CHECK " LK-CHECK-NUMBER
                           " VOIDED - " WS-CHECK-ITEMS
                           " PAYABLES REOPENED FOR REISSUE"
                   ELSE
                       DISPLAY "STOP PAYMENT ON CHECK "
                           LK-CHECK-NUMBER " - " WS-CHECK-ITEMS
                           " PAYABLES REOPENED FOR REISSUE"
                   END-IF
               ELSE
                   MOVE SQLCODE TO SQL-ERROR-CODE
                   CALL "SQLMSG" USING SQL-ERROR-CODE
                       SQL-ERROR-MESSAGE
                   DISPLAY "ERROR QUEUEING VOID FOR CHECK "
                       LK-CHECK-NUMBER " - " SQL-ERROR-MESSAGE
               END-IF
           END-IF.
