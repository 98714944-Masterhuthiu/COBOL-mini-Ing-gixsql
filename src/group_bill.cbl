       IDENTIFICATION DIVISION.
       PROGRAM-ID. GROUPBILL.

      *> the monthly employer group bill: one invoice per group per
      *> cycle, made out to the employer at the group's billing
      *> address, with a line for every certificate's month. The
      *> current month bills each certificate in force; months
      *> already past are reconciled against what was actually
      *> billed for them, so an employee the census added late is
      *> charged for the months they were missed (a retro add) and
      *> one terminated late is credited for the months billed past
      *> their last day (a retro term). A certificate is charged a
      *> full month when it is in force on the 15th - started on or
      *> before it and not ended before it - the usual group
      *> convention, and the one rule at both ends means a plan
      *> change mid-month bills the month once, on whichever
      *> certificate held the 15th.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY "../copy/group.cpy".

       COPY "../copy/invoice.cpy".

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

      *> payment terms - the same as BILLINGBATCH gives the
      *> individual book.
       01 PAYMENT-TERMS-DAYS    PIC 9(3) VALUE 14.

      *> a terminated group keeps coming through the run this long
      *> after its termination date, so the late terms keyed around
      *> its ending still get their retro credits.
       01 TERMINATED-GROUP-DAYS PIC 9(3) VALUE 120.

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-JULIAN       PIC 9(7).
       01 WS-DUE-JULIAN         PIC 9(7).
       01 WS-DUE-8              PIC 9(8).
       01 WS-RAW-DUE-DATE       PIC X(10).
       01 WS-FLOOR-JULIAN       PIC 9(7).
       01 WS-FLOOR-8            PIC 9(8).
       01 WS-FLOOR-DATE         PIC X(10).
       01 WS-EXISTING-COUNT     PIC 9(7).

       01 WS-COVERAGE-PERIOD    PIC X(07).
       01 WS-LINE-AMOUNT        PIC S9(7)V99.
      *>   "C" the current month, "R" a retro add, "T" a retro term
       01 WS-LINE-TYPE          PIC X(01).

       01 WS-INVOICE-TOTAL      PIC S9(9)V99.
       01 WS-CREDIT-APPLIED     PIC 9(9)V99.
       01 WS-EMPLOYER-PORTION   PIC 9(9)V99.
       01 WS-EMPLOYEE-PORTION   PIC 9(9)V99.
       01 WS-GROUP-LINE-COUNT   PIC 9(7).

       01 WS-RUN-ACTION         PIC X(01).
       01 WS-RUN-PROGRAM        PIC X(20).
       01 WS-RUN-ID             PIC 9(9) VALUE 0.
       01 WS-RUN-STATUS         PIC X(01).
       01 WS-RUN-COUNT-1        PIC 9(7).
       01 WS-RUN-COUNT-2        PIC 9(7).
       01 WS-RUN-COUNT-3        PIC 9(7).

       01 GROUP-COUNT           PIC 9(7) VALUE 0.
       01 INVOICE-COUNT         PIC 9(7) VALUE 0.
       01 CURRENT-LINE-COUNT    PIC 9(7) VALUE 0.
       01 RETRO-ADD-COUNT       PIC 9(7) VALUE 0.
       01 RETRO-TERM-COUNT      PIC 9(7) VALUE 0.
       01 TOTAL-BILLED          PIC 9(11)V99 VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".
       01 WS-LINE-AT-END        PIC X(01).
           88 WS-LINE-EOF           VALUE "Y".

       EXEC SQL
           DECLARE GROUP-CURSOR CURSOR FOR
               SELECT group_id, employer_name, billing_address,
                   employer_share, COALESCE(credit_balance, 0)
               FROM group_masters
               WHERE group_status = 'A'
                   OR termination_date >= :WS-FLOOR-DATE
               ORDER BY group_id
       END-EXEC.

      *> every month of every certificate under the group, from the
      *> month it started through this cycle, with what that month
      *> should cost and what has already been billed for it - only
      *> the months where the two differ come back.
       EXEC SQL
           DECLARE GROUP-LINE-CURSOR CURSOR FOR
               SELECT c.certificate_id, per.coverage_period,
                   CASE WHEN c.effective_date <=
                               per.coverage_period || '-15'
                           AND (c.termination_date IS NULL
                               OR c.termination_date >=
                                   per.coverage_period || '-15')
                       THEN c.monthly_rate ELSE 0 END
                   - COALESCE(b.billed, 0)
               FROM group_certificates c
                   CROSS JOIN LATERAL
                       (SELECT TO_CHAR(g, 'YYYY-MM')
                               AS coverage_period
                        FROM generate_series(
                            DATE_TRUNC('month',
                                TO_DATE(c.effective_date,
                                    'YYYY-MM-DD')),
                            TO_DATE(:INV-BILL-PERIOD, 'YYYY-MM'),
                            INTERVAL '1 month') g) per
                   LEFT JOIN
                       (SELECT l.certificate_id, l.coverage_period,
                            SUM(l.line_amount) AS billed
                        FROM group_bill_lines l
                        GROUP BY l.certificate_id,
                            l.coverage_period) b
                       ON b.certificate_id = c.certificate_id
                           AND b.coverage_period =
                               per.coverage_period
               WHERE c.group_id = :GRP-GROUP-ID
                   AND CASE WHEN c.effective_date <=
                               per.coverage_period || '-15'
                           AND (c.termination_date IS NULL
                               OR c.termination_date >=
                                   per.coverage_period || '-15')
                       THEN c.monthly_rate ELSE 0 END
                   <> COALESCE(b.billed, 0)
               ORDER BY c.certificate_id, per.coverage_period
       END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY "=== EMPLOYER GROUP BILLING RUN ===".

           MOVE "S" TO WS-RUN-ACTION
           MOVE "GROUPBILL" TO WS-RUN-PROGRAM
           MOVE SPACES TO WS-RUN-STATUS
           MOVE 0 TO WS-RUN-COUNT-1
           MOVE 0 TO WS-RUN-COUNT-2
           MOVE 0 TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           COMPUTE WS-TODAY-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-8)

           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2)
               DELIMITED BY SIZE INTO INV-BILL-PERIOD

           COMPUTE WS-DUE-JULIAN =
               WS-TODAY-JULIAN + PAYMENT-TERMS-DAYS
           COMPUTE WS-DUE-8 = FUNCTION DATE-OF-INTEGER
               (WS-DUE-JULIAN)
           STRING WS-DUE-8(1:4) "-" WS-DUE-8(5:2) "-"
               WS-DUE-8(7:2) DELIMITED BY SIZE
               INTO WS-RAW-DUE-DATE

           CALL "BUSDAY" USING WS-RAW-DUE-DATE INV-DUE-DATE

           COMPUTE WS-FLOOR-JULIAN =
               WS-TODAY-JULIAN - TERMINATED-GROUP-DAYS
           COMPUTE WS-FLOOR-8 = FUNCTION DATE-OF-INTEGER
               (WS-FLOOR-JULIAN)
           STRING WS-FLOOR-8(1:4) "-" WS-FLOOR-8(5:2) "-"
               WS-FLOOR-8(7:2) DELIMITED BY SIZE
               INTO WS-FLOOR-DATE

           EXEC SQL OPEN GROUP-CURSOR END-EXEC.

           PERFORM BILL-ONE-GROUP
               UNTIL WS-EOF

           EXEC SQL CLOSE GROUP-CURSOR END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           MOVE "E" TO WS-RUN-ACTION
           MOVE "C" TO WS-RUN-STATUS
           MOVE GROUP-COUNT TO WS-RUN-COUNT-1
           MOVE INVOICE-COUNT TO WS-RUN-COUNT-2
           COMPUTE WS-RUN-COUNT-3 ROUNDED = TOTAL-BILLED
               ON SIZE ERROR
                   MOVE 9999999 TO WS-RUN-COUNT-3
           END-COMPUTE
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           DISPLAY "GROUPS SCANNED    : " GROUP-COUNT.
           DISPLAY "GROUP BILLS       : " INVOICE-COUNT.
           DISPLAY "CURRENT LINES     : " CURRENT-LINE-COUNT.
           DISPLAY "RETRO ADD LINES   : " RETRO-ADD-COUNT.
           DISPLAY "RETRO TERM LINES  : " RETRO-TERM-COUNT.
           DISPLAY "TOTAL BILLED      : " TOTAL-BILLED.
           DISPLAY "=== GROUP BILLING RUN COMPLETE ===".

           STOP RUN.

      *> one group bill per group per cycle - a rerun after a
      *> failure finds the bill it already generated and moves on.
       BILL-ONE-GROUP.

           EXEC SQL
               FETCH GROUP-CURSOR
               INTO :GRP-GROUP-ID, :GRP-EMPLOYER-NAME,
                   :GRP-BILLING-ADDRESS, :GRP-EMPLOYER-SHARE,
                   :GRP-CREDIT-BALANCE
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO GROUP-COUNT

               MOVE 0 TO WS-EXISTING-COUNT

               EXEC SQL
                   SELECT COUNT(*) INTO :WS-EXISTING-COUNT
                   FROM invoices
                   WHERE group_id = :GRP-GROUP-ID
                       AND bill_period = :INV-BILL-PERIOD
                       AND invoice_source = 'G'
               END-EXEC

               IF WS-EXISTING-COUNT = 0
                   PERFORM OPEN-GROUP-INVOICE
                   IF INV-INVOICE-ID > 0
                       PERFORM BUILD-GROUP-INVOICE
                   END-IF
               END-IF
           END-IF.

       OPEN-GROUP-INVOICE.

           MOVE 0 TO INV-INVOICE-ID
           MOVE GRP-GROUP-ID TO INV-GROUP-ID
           SET INVOICE-GROUP TO TRUE
           SET INVOICE-OPEN TO TRUE

           EXEC SQL
               INSERT INTO invoices
               (policy_id, customer_id, group_id, bill_period,
                   due_date, amount_due, amount_paid,
                   invoice_source, invoice_status, bill_to_name,
                   bill_to_address)
               VALUES
               (0, 0, :INV-GROUP-ID, :INV-BILL-PERIOD,
                   :INV-DUE-DATE, 0, 0, :INV-SOURCE, :INV-STATUS,
                   :GRP-EMPLOYER-NAME, :GRP-BILLING-ADDRESS)
               RETURNING invoice_id INTO :INV-INVOICE-ID
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO INVOICE-COUNT
           ELSE
               MOVE 0 TO INV-INVOICE-ID
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR OPENING GROUP BILL FOR GROUP "
                   GRP-GROUP-ID " - " SQL-ERROR-MESSAGE
           END-IF.

       BUILD-GROUP-INVOICE.

           MOVE 0 TO WS-INVOICE-TOTAL
           MOVE 0 TO WS-GROUP-LINE-COUNT
           MOVE "N" TO WS-LINE-AT-END

           EXEC SQL OPEN GROUP-LINE-CURSOR END-EXEC

           PERFORM BILL-ONE-CERTIFICATE-MONTH
               UNTIL WS-LINE-EOF

           EXEC SQL CLOSE GROUP-LINE-CURSOR END-EXEC

           PERFORM CLOSE-GROUP-INVOICE.

       BILL-ONE-CERTIFICATE-MONTH.

           EXEC SQL
               FETCH GROUP-LINE-CURSOR
               INTO :CERT-CERTIFICATE-ID, :WS-COVERAGE-PERIOD,
                   :WS-LINE-AMOUNT
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-LINE-EOF TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-COVERAGE-PERIOD = INV-BILL-PERIOD
                       MOVE "C" TO WS-LINE-TYPE
                   WHEN WS-LINE-AMOUNT > 0
                       MOVE "R" TO WS-LINE-TYPE
                   WHEN OTHER
                       MOVE "T" TO WS-LINE-TYPE
               END-EVALUATE

               EXEC SQL
                   INSERT INTO group_bill_lines
                   (invoice_id, certificate_id, coverage_period,
                       line_type, line_amount)
                   VALUES
                   (:INV-INVOICE-ID, :CERT-CERTIFICATE-ID,
                       :WS-COVERAGE-PERIOD, :WS-LINE-TYPE,
                       :WS-LINE-AMOUNT)
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-GROUP-LINE-COUNT
                   ADD WS-LINE-AMOUNT TO WS-INVOICE-TOTAL
                   EVALUATE WS-LINE-TYPE
                       WHEN "C"
                           ADD 1 TO CURRENT-LINE-COUNT
                       WHEN "R"
                           ADD 1 TO RETRO-ADD-COUNT
                           DISPLAY "  RETRO ADD: CERTIFICATE "
                               CERT-CERTIFICATE-ID " MONTH "
                               WS-COVERAGE-PERIOD " "
                               WS-LINE-AMOUNT
                       WHEN OTHER
                           ADD 1 TO RETRO-TERM-COUNT
                           DISPLAY "  RETRO TERM: CERTIFICATE "
                               CERT-CERTIFICATE-ID " MONTH "
                               WS-COVERAGE-PERIOD " "
                               WS-LINE-AMOUNT
                   END-EVALUATE
               ELSE
                   MOVE SQLCODE TO SQL-ERROR-CODE
                   CALL "SQLMSG" USING SQL-ERROR-CODE
                       SQL-ERROR-MESSAGE
                   DISPLAY "ERROR ADDING GROUP LINE FOR CERTIFICATE "
                       CERT-CERTIFICATE-ID " - " SQL-ERROR-MESSAGE
               END-IF
           END-IF.

      *> the group's credit from an earlier cycle comes off first;
      *> a cycle whose retro credits outweigh its charges bills
      *> nothing and carries the rest forward on the group. The
      *> employer/employee split is shown on whatever is left to
      *> pay.
       CLOSE-GROUP-INVOICE.

           MOVE 0 TO WS-CREDIT-APPLIED

           IF WS-INVOICE-TOTAL > 0 AND GRP-CREDIT-BALANCE > 0
               IF GRP-CREDIT-BALANCE >= WS-INVOICE-TOTAL
                   MOVE WS-INVOICE-TOTAL TO WS-CREDIT-APPLIED
               ELSE
                   MOVE GRP-CREDIT-BALANCE TO WS-CREDIT-APPLIED
               END-IF
               SUBTRACT WS-CREDIT-APPLIED FROM WS-INVOICE-TOTAL
               SUBTRACT WS-CREDIT-APPLIED FROM GRP-CREDIT-BALANCE
           END-IF

           IF WS-INVOICE-TOTAL < 0
               COMPUTE GRP-CREDIT-BALANCE =
                   GRP-CREDIT-BALANCE - WS-INVOICE-TOTAL
               MOVE 0 TO INV-AMOUNT-DUE
           ELSE
               MOVE WS-INVOICE-TOTAL TO INV-AMOUNT-DUE
           END-IF

      *>   nothing left to pay is a bill already settled
           IF INV-AMOUNT-DUE = 0
               SET INVOICE-PAID TO TRUE
           ELSE
               SET INVOICE-OPEN TO TRUE
           END-IF

           COMPUTE WS-EMPLOYER-PORTION ROUNDED =
               INV-AMOUNT-DUE * GRP-EMPLOYER-SHARE
           COMPUTE WS-EMPLOYEE-PORTION =
               INV-AMOUNT-DUE - WS-EMPLOYER-PORTION

           EXEC SQL
               UPDATE invoices
               SET amount_due = :INV-AMOUNT-DUE,
                   invoice_status = :INV-STATUS,
                   employer_portion = :WS-EMPLOYER-PORTION,
                   employee_portion = :WS-EMPLOYEE-PORTION
               WHERE invoice_id = :INV-INVOICE-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR CLOSING GROUP BILL " INV-INVOICE-ID
                   " - " SQL-ERROR-MESSAGE
           END-IF

           EXEC SQL
               UPDATE group_masters
               SET credit_balance = :GRP-CREDIT-BALANCE
               WHERE group_id = :GRP-GROUP-ID
           END-EXEC

           ADD INV-AMOUNT-DUE TO TOTAL-BILLED

           DISPLAY "GROUP BILL " INV-INVOICE-ID " GROUP "
               GRP-GROUP-ID " " GRP-EMPLOYER-NAME(1:30)
               " LINES " WS-GROUP-LINE-COUNT " DUE "
               INV-AMOUNT-DUE " (EMPLOYER " WS-EMPLOYER-PORTION
               " EMPLOYEE " WS-EMPLOYEE-PORTION ")"

           IF WS-CREDIT-APPLIED > 0 OR GRP-CREDIT-BALANCE > 0
               DISPLAY "    GROUP CREDIT APPLIED " WS-CREDIT-APPLIED
                   " CARRIED FORWARD " GRP-CREDIT-BALANCE
           END-IF.
