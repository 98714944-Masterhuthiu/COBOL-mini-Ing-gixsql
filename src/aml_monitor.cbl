       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLMONITOR.

      *> the nightly anti-money-laundering rules run. SANCTIONSCREEN
      *> looks at names; this looks at the money. Every receipt
      *> CASHAPPLY recorded, every loan advance POLICYLOAN logged
      *> and every exit payable booked since the last run is
      *> scored against the rules below, each hit an alert. A
      *> policy whose recent alerts add up to the case threshold
      *> opens a case on the AML queue, and while that case is open
      *> PAYMENTRUN holds the policy's disbursements. A hit on a
      *> policy with a case already open simply adds to it. The
      *> compliance desk works the case through AMLCASE.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

      *> the rule parameters. A cash-equivalent receipt over the
      *> reporting limit is reportable in its own right; several
      *> under it inside the structuring window that together pass
      *> it look like an attempt to stay under it.
       01 CASH-REPORT-LIMIT     PIC 9(9)V99 VALUE 10000.00.
       01 LARGE-PREMIUM-LIMIT   PIC 9(9)V99 VALUE 50000.00.
       01 STRUCTURING-DAYS      PIC 9(3) VALUE 7.
       01 STRUCTURING-COUNT     PIC 9(3) VALUE 3.
      *> a single premium this size, then the money asked back
      *> inside the quick-exit window through a free-look
      *> cancellation, surrender or withdrawal.
       01 SINGLE-PREMIUM-LIMIT  PIC 9(9)V99 VALUE 25000.00.
       01 QUICK-EXIT-DAYS       PIC 9(3) VALUE 90.
      *> loans against new cash value - this many advances inside
      *> the loan window on a policy younger than the new-policy
      *> age.
       01 LOAN-COUNT-LIMIT      PIC 9(3) VALUE 3.
       01 LOAN-WINDOW-DAYS      PIC 9(3) VALUE 365.
       01 NEW-POLICY-DAYS       PIC 9(3) VALUE 730.
      *> alerts on one policy inside the scoring window that add up
      *> to the threshold open a case.
       01 CASE-THRESHOLD        PIC 9(5) VALUE 50.
       01 SCORING-WINDOW-DAYS   PIC 9(3) VALUE 90.

      *> what each rule scores.
       01 SCORE-LARGE-CASH      PIC 9(5) VALUE 50.
       01 SCORE-LARGE-PREMIUM   PIC 9(5) VALUE 30.
       01 SCORE-STRUCTURING     PIC 9(5) VALUE 60.
       01 SCORE-THIRD-PARTY     PIC 9(5) VALUE 30.
       01 SCORE-QUICK-EXIT      PIC 9(5) VALUE 60.
       01 SCORE-LOAN-PATTERN    PIC 9(5) VALUE 40.

       01 WS-RECEIPT-ID         PIC 9(9).
       01 WS-POLICY-ID          PIC 9(9).
       01 WS-RECEIPT-DATE       PIC X(10).
       01 WS-AMOUNT             PIC 9(9)V99.
       01 WS-INSTRUMENT         PIC X(02).
           88 CASH-EQUIVALENT       VALUE "CA" "MO" "CC" "BD" "TC".
       01 WS-PAYER-NAME         PIC X(60).
       01 WS-KNOWN-PARTY-COUNT  PIC 9(5).

       01 WS-PAYABLE-ID         PIC 9(9).
       01 WS-SOURCE             PIC X(12).
       01 WS-BOOKED-DATE        PIC X(10).
       01 WS-LAST-PAYABLE-ID    PIC 9(9).
       01 WS-HIGH-PAYABLE-ID    PIC 9(9).
       01 WS-LARGEST-RECEIPT    PIC 9(9)V99.

       01 WS-ADVANCE-ID         PIC 9(9).
       01 WS-ADVANCE-DATE       PIC X(10).
       01 WS-START-DATE         PIC X(10).

       01 WS-WINDOW-COUNT       PIC 9(5).
       01 WS-WINDOW-TOTAL       PIC 9(11)V99.
       01 WS-PRIOR-ALERTS       PIC 9(5).

      *> the alert being raised - staged here by whichever rule
      *> fired so one paragraph writes it and works out the case.
       01 WS-RULE-CODE          PIC X(03).
       01 WS-ALERT-POLICY-ID    PIC 9(9).
       01 WS-ALERT-EVENT-DATE   PIC X(10).
       01 WS-ALERT-AMOUNT       PIC 9(9)V99.
       01 WS-ALERT-SCORE        PIC 9(5).
       01 WS-ALERT-DETAIL       PIC X(60).
       01 WS-CASE-ID            PIC 9(9).
       01 WS-WINDOW-SCORE       PIC 9(7).

      *> date arithmetic - a YYYY-MM-DD date stepped back a number
      *> of days.
       01 WS-DATE-IN            PIC X(10).
       01 WS-DAYS-BACK          PIC 9(4).
       01 WS-DATE-OUT           PIC X(10).
       01 WS-WORK-8             PIC 9(8).
       01 WS-WORK-JULIAN        PIC 9(7).
       01 WS-WINDOW-START       PIC X(10).

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       01 RECEIPT-COUNT         PIC 9(7) VALUE 0.
       01 EXIT-COUNT            PIC 9(7) VALUE 0.
       01 ADVANCE-COUNT         PIC 9(7) VALUE 0.
       01 ALERT-COUNT           PIC 9(7) VALUE 0.
       01 CASES-OPENED          PIC 9(7) VALUE 0.

       01 WS-RUN-ACTION       PIC X(01).
       01 WS-RUN-PROGRAM      PIC X(20).
       01 WS-RUN-ID           PIC 9(9) VALUE 0.
       01 WS-RUN-STATUS       PIC X(01).
       01 WS-RUN-COUNT-1      PIC 9(7).
       01 WS-RUN-COUNT-2      PIC 9(7).
       01 WS-RUN-COUNT-3      PIC 9(7).

       01 RCPT-AT-END           PIC X(01) VALUE "N".
           88 RCPT-EOF              VALUE "Y".
       01 EXIT-AT-END           PIC X(01) VALUE "N".
           88 EXIT-EOF              VALUE "Y".
       01 LOAN-AT-END           PIC X(01) VALUE "N".
           88 LOAN-EOF              VALUE "Y".

      *> receipts not yet scored - one with no readable policy is
      *> marked off without scoring, there being nothing to tie it
      *> to.
       EXEC SQL
           DECLARE AML-RECEIPT-CURSOR CURSOR FOR
               SELECT receipt_id, policy_id, receipt_date, amount,
                   COALESCE(instrument, 'CK'),
                   COALESCE(payer_name, ' ')
               FROM cash_receipts
               WHERE COALESCE(aml_reviewed, 'N') = 'N'
               ORDER BY receipt_id
       END-EXEC.

      *> money going back out of a policy - a cancellation refund,
      *> a surrender or a withdrawal - booked since the last run.
       EXEC SQL
           DECLARE AML-EXIT-CURSOR CURSOR FOR
               SELECT payable_id, policy_id, source, amount,
                   COALESCE(booked_date, ' ')
               FROM payables
               WHERE payable_id > :WS-LAST-PAYABLE-ID
                   AND policy_id > 0
                   AND RTRIM(source) IN ('CANCELREFUND',
                       'SURRENDER', 'WITHDRAWAL')
               ORDER BY payable_id
       END-EXEC.

       EXEC SQL
           DECLARE AML-LOAN-CURSOR CURSOR FOR
               SELECT a.advance_id, a.policy_id, a.advance_date,
                   a.amount, COALESCE(p.start_date, ' ')
               FROM loan_advances a, policy_master p
               WHERE COALESCE(a.aml_reviewed, 'N') = 'N'
                   AND p.policy_id = a.policy_id
               ORDER BY a.advance_id
       END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY "=== AML TRANSACTION MONITORING ===".

           MOVE "S" TO WS-RUN-ACTION
           MOVE "AMLMONITOR" TO WS-RUN-PROGRAM
           MOVE SPACES TO WS-RUN-STATUS
           MOVE 0 TO WS-RUN-COUNT-1
           MOVE 0 TO WS-RUN-COUNT-2
           MOVE 0 TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           EXEC SQL
               SELECT COALESCE(MAX(last_payable_id), 0)
               INTO :WS-LAST-PAYABLE-ID
               FROM aml_runs
           END-EXEC

           MOVE WS-LAST-PAYABLE-ID TO WS-HIGH-PAYABLE-ID

           EXEC SQL OPEN AML-RECEIPT-CURSOR END-EXEC
           PERFORM SCORE-ONE-RECEIPT
               UNTIL RCPT-EOF
           EXEC SQL CLOSE AML-RECEIPT-CURSOR END-EXEC

           EXEC SQL OPEN AML-EXIT-CURSOR END-EXEC
           PERFORM SCORE-ONE-EXIT
               UNTIL EXIT-EOF
           EXEC SQL CLOSE AML-EXIT-CURSOR END-EXEC

           EXEC SQL OPEN AML-LOAN-CURSOR END-EXEC
           PERFORM SCORE-ONE-ADVANCE
               UNTIL LOAN-EOF
           EXEC SQL CLOSE AML-LOAN-CURSOR END-EXEC

           PERFORM RECORD-THE-RUN

           EXEC SQL COMMIT END-EXEC.

           MOVE "E" TO WS-RUN-ACTION
           MOVE "C" TO WS-RUN-STATUS
           MOVE RECEIPT-COUNT TO WS-RUN-COUNT-1
           MOVE ALERT-COUNT TO WS-RUN-COUNT-2
           MOVE CASES-OPENED TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           DISPLAY "RECEIPTS SCORED   : " RECEIPT-COUNT.
           DISPLAY "EXIT PAYABLES     : " EXIT-COUNT.
           DISPLAY "LOAN ADVANCES     : " ADVANCE-COUNT.
           DISPLAY "ALERTS RAISED     : " ALERT-COUNT.
           DISPLAY "CASES OPENED      : " CASES-OPENED.
           DISPLAY "=== AML MONITORING COMPLETE ===".

           STOP RUN.

       SCORE-ONE-RECEIPT.

           EXEC SQL
               FETCH AML-RECEIPT-CURSOR
               INTO :WS-RECEIPT-ID, :WS-POLICY-ID,
                   :WS-RECEIPT-DATE, :WS-AMOUNT, :WS-INSTRUMENT,
                   :WS-PAYER-NAME
           END-EXEC

           IF SQLCODE NOT = 0
               SET RCPT-EOF TO TRUE
           ELSE
               ADD 1 TO RECEIPT-COUNT
               IF WS-POLICY-ID > 0
                   PERFORM CHECK-LARGE-RECEIPT
                   PERFORM CHECK-STRUCTURING
                   PERFORM CHECK-THIRD-PARTY-PAYER
               END-IF

               EXEC SQL
                   UPDATE cash_receipts
                   SET aml_reviewed = 'Y'
                   WHERE receipt_id = :WS-RECEIPT-ID
               END-EXEC
           END-IF.

      *> currency or its equivalents over the reporting limit, or
      *> any single premium big enough to look at however it came.
       CHECK-LARGE-RECEIPT.

           EVALUATE TRUE
               WHEN CASH-EQUIVALENT
                   AND WS-AMOUNT > CASH-REPORT-LIMIT
                   MOVE "LRG" TO WS-RULE-CODE
                   MOVE SCORE-LARGE-CASH TO WS-ALERT-SCORE
                   MOVE SPACES TO WS-ALERT-DETAIL
                   STRING "CASH-EQUIVALENT RECEIPT (" WS-INSTRUMENT
                       ") OVER REPORTING LIMIT"
                       DELIMITED BY SIZE INTO WS-ALERT-DETAIL
               WHEN WS-AMOUNT >= LARGE-PREMIUM-LIMIT
                   MOVE "LPR" TO WS-RULE-CODE
                   MOVE SCORE-LARGE-PREMIUM TO WS-ALERT-SCORE
                   MOVE "LARGE PREMIUM RECEIPT" TO WS-ALERT-DETAIL
               WHEN OTHER
                   MOVE SPACES TO WS-RULE-CODE
           END-EVALUATE

           IF WS-RULE-CODE NOT = SPACES
               MOVE WS-POLICY-ID TO WS-ALERT-POLICY-ID
               MOVE WS-RECEIPT-DATE TO WS-ALERT-EVENT-DATE
               MOVE WS-AMOUNT TO WS-ALERT-AMOUNT
               PERFORM RAISE-ALERT
           END-IF.

      *> cash equivalents each under the limit, enough of them
      *> inside the window to pass it together. One structuring
      *> alert covers a window - the later receipts in it do not
      *> raise it again.
       CHECK-STRUCTURING.

           IF CASH-EQUIVALENT AND WS-AMOUNT NOT > CASH-REPORT-LIMIT
               MOVE WS-RECEIPT-DATE TO WS-DATE-IN
               COMPUTE WS-DAYS-BACK = STRUCTURING-DAYS - 1
               PERFORM STEP-DATE-BACK
               MOVE WS-DATE-OUT TO WS-WINDOW-START

               MOVE 0 TO WS-WINDOW-COUNT
               MOVE 0 TO WS-WINDOW-TOTAL

               EXEC SQL
                   SELECT COUNT(*), COALESCE(SUM(amount), 0)
                   INTO :WS-WINDOW-COUNT, :WS-WINDOW-TOTAL
                   FROM cash_receipts
                   WHERE policy_id = :WS-POLICY-ID
                       AND instrument IN ('CA', 'MO', 'CC', 'BD',
                           'TC')
                       AND amount <= :CASH-REPORT-LIMIT
                       AND receipt_date BETWEEN :WS-WINDOW-START
                           AND :WS-RECEIPT-DATE
               END-EXEC

               IF WS-WINDOW-COUNT >= STRUCTURING-COUNT
                   AND WS-WINDOW-TOTAL > CASH-REPORT-LIMIT
                   MOVE "STR" TO WS-RULE-CODE
                   PERFORM COUNT-PRIOR-ALERTS
                   IF WS-PRIOR-ALERTS = 0
                       MOVE WS-POLICY-ID TO WS-ALERT-POLICY-ID
                       MOVE WS-RECEIPT-DATE TO WS-ALERT-EVENT-DATE
                       MOVE WS-WINDOW-TOTAL TO WS-ALERT-AMOUNT
                       MOVE SCORE-STRUCTURING TO WS-ALERT-SCORE
                       MOVE SPACES TO WS-ALERT-DETAIL
                       STRING WS-WINDOW-COUNT " CASH-EQUIVALENT "
                           "RECEIPTS UNDER LIMIT IN "
                           STRUCTURING-DAYS " DAYS"
                           DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                       PERFORM RAISE-ALERT
                   END-IF
               END-IF
           END-IF.

      *> a named payer who is neither the insured nor anyone with
      *> a current role on the policy - owner, payor or assignee.
       CHECK-THIRD-PARTY-PAYER.

           IF WS-PAYER-NAME NOT = SPACES
               MOVE 0 TO WS-KNOWN-PARTY-COUNT

               EXEC SQL
                   SELECT COUNT(*) INTO :WS-KNOWN-PARTY-COUNT
                   FROM policy_master p
                   WHERE p.policy_id = :WS-POLICY-ID
                       AND (UPPER(RTRIM(p.customer_name)) =
                               UPPER(RTRIM(:WS-PAYER-NAME))
                           OR EXISTS
                           (SELECT 1
                            FROM policy_roles r, customers c
                            WHERE r.policy_id = p.policy_id
                                AND r.role_status = 'A'
                                AND c.customer_id = r.customer_id
                                AND UPPER(RTRIM(c.customer_name)) =
                                    UPPER(RTRIM(:WS-PAYER-NAME))))
               END-EXEC

               IF SQLCODE = 0 AND WS-KNOWN-PARTY-COUNT = 0
                   MOVE "TPP" TO WS-RULE-CODE
                   MOVE WS-POLICY-ID TO WS-ALERT-POLICY-ID
                   MOVE WS-RECEIPT-DATE TO WS-ALERT-EVENT-DATE
                   MOVE WS-AMOUNT TO WS-ALERT-AMOUNT
                   MOVE SCORE-THIRD-PARTY TO WS-ALERT-SCORE
                   MOVE SPACES TO WS-ALERT-DETAIL
                   STRING "THIRD-PARTY PAYER " WS-PAYER-NAME
                       DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                   PERFORM RAISE-ALERT
               END-IF
           END-IF.

      *> the quick exit: the largest single receipt on the policy
      *> in the window before the payable was booked.
       SCORE-ONE-EXIT.

           EXEC SQL
               FETCH AML-EXIT-CURSOR
               INTO :WS-PAYABLE-ID, :WS-POLICY-ID, :WS-SOURCE,
                   :WS-AMOUNT, :WS-BOOKED-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               SET EXIT-EOF TO TRUE
           ELSE
               ADD 1 TO EXIT-COUNT
               MOVE WS-PAYABLE-ID TO WS-HIGH-PAYABLE-ID

               IF WS-BOOKED-DATE NOT = SPACES
                   MOVE WS-BOOKED-DATE TO WS-DATE-IN
                   MOVE QUICK-EXIT-DAYS TO WS-DAYS-BACK
                   PERFORM STEP-DATE-BACK
                   MOVE WS-DATE-OUT TO WS-WINDOW-START

                   MOVE 0 TO WS-LARGEST-RECEIPT

                   EXEC SQL
                       SELECT COALESCE(MAX(amount), 0)
                       INTO :WS-LARGEST-RECEIPT
                       FROM cash_receipts
                       WHERE policy_id = :WS-POLICY-ID
                           AND receipt_date BETWEEN :WS-WINDOW-START
                               AND :WS-BOOKED-DATE
                   END-EXEC

                   IF WS-LARGEST-RECEIPT >= SINGLE-PREMIUM-LIMIT
                       MOVE "QEX" TO WS-RULE-CODE
                       MOVE WS-POLICY-ID TO WS-ALERT-POLICY-ID
                       MOVE WS-BOOKED-DATE TO WS-ALERT-EVENT-DATE
                       MOVE WS-AMOUNT TO WS-ALERT-AMOUNT
                       MOVE SCORE-QUICK-EXIT TO WS-ALERT-SCORE
                       MOVE SPACES TO WS-ALERT-DETAIL
                       STRING WS-SOURCE " WITHIN " QUICK-EXIT-DAYS
                           " DAYS OF PREMIUM " WS-LARGEST-RECEIPT
                           DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                       PERFORM RAISE-ALERT
                   END-IF
               END-IF
           END-IF.

      *> repeated borrowing against a young policy's cash value -
      *> premium in, cash straight back out as loans.
       SCORE-ONE-ADVANCE.

           EXEC SQL
               FETCH AML-LOAN-CURSOR
               INTO :WS-ADVANCE-ID, :WS-POLICY-ID,
                   :WS-ADVANCE-DATE, :WS-AMOUNT, :WS-START-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               SET LOAN-EOF TO TRUE
           ELSE
               ADD 1 TO ADVANCE-COUNT

               MOVE WS-ADVANCE-DATE TO WS-DATE-IN
               MOVE NEW-POLICY-DAYS TO WS-DAYS-BACK
               PERFORM STEP-DATE-BACK

               IF WS-START-DATE >= WS-DATE-OUT
                   PERFORM CHECK-LOAN-FREQUENCY
               END-IF

               EXEC SQL
                   UPDATE loan_advances
                   SET aml_reviewed = 'Y'
                   WHERE advance_id = :WS-ADVANCE-ID
               END-EXEC
           END-IF.

       CHECK-LOAN-FREQUENCY.

           MOVE WS-ADVANCE-DATE TO WS-DATE-IN
           MOVE LOAN-WINDOW-DAYS TO WS-DAYS-BACK
           PERFORM STEP-DATE-BACK
           MOVE WS-DATE-OUT TO WS-WINDOW-START

           MOVE 0 TO WS-WINDOW-COUNT
           MOVE 0 TO WS-WINDOW-TOTAL

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(amount), 0)
               INTO :WS-WINDOW-COUNT, :WS-WINDOW-TOTAL
               FROM loan_advances
               WHERE policy_id = :WS-POLICY-ID
                   AND advance_date BETWEEN :WS-WINDOW-START
                       AND :WS-ADVANCE-DATE
           END-EXEC

           IF WS-WINDOW-COUNT >= LOAN-COUNT-LIMIT
               MOVE "LNS" TO WS-RULE-CODE
               PERFORM COUNT-PRIOR-ALERTS
               IF WS-PRIOR-ALERTS = 0
                   MOVE WS-POLICY-ID TO WS-ALERT-POLICY-ID
                   MOVE WS-ADVANCE-DATE TO WS-ALERT-EVENT-DATE
                   MOVE WS-WINDOW-TOTAL TO WS-ALERT-AMOUNT
                   MOVE SCORE-LOAN-PATTERN TO WS-ALERT-SCORE
                   MOVE SPACES TO WS-ALERT-DETAIL
                   STRING WS-WINDOW-COUNT " LOAN ADVANCES IN "
                       LOAN-WINDOW-DAYS " DAYS ON A NEW POLICY"
                       DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                   PERFORM RAISE-ALERT
               END-IF
           END-IF.

      *> the same pattern rule already raised inside the current
      *> window on this policy.
       COUNT-PRIOR-ALERTS.

           MOVE 0 TO WS-PRIOR-ALERTS

           EXEC SQL
               SELECT COUNT(*) INTO :WS-PRIOR-ALERTS
               FROM aml_alerts
               WHERE policy_id = :WS-POLICY-ID
                   AND rule_code = :WS-RULE-CODE
                   AND event_date >= :WS-WINDOW-START
           END-EXEC.

      *> the alert lands on the policy's open case when it has one;
      *> otherwise it waits unattached, and the unattached alerts
      *> inside the scoring window are what open a case once they
      *> reach the threshold.
       RAISE-ALERT.

           PERFORM FIND-OPEN-CASE

           EXEC SQL
               INSERT INTO aml_alerts
               (policy_id, rule_code, alert_date, event_date,
                   amount, score, detail, case_id)
               VALUES
               (:WS-ALERT-POLICY-ID, :WS-RULE-CODE, :WS-TODAY-DASH,
                   :WS-ALERT-EVENT-DATE, :WS-ALERT-AMOUNT,
                   :WS-ALERT-SCORE, :WS-ALERT-DETAIL, :WS-CASE-ID)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR RAISING " WS-RULE-CODE " ALERT FOR "
                   "POLICY " WS-ALERT-POLICY-ID " - "
                   SQL-ERROR-MESSAGE
           ELSE
               ADD 1 TO ALERT-COUNT
               DISPLAY "ALERT " WS-RULE-CODE " POLICY "
                   WS-ALERT-POLICY-ID " SCORE " WS-ALERT-SCORE
                   " - " WS-ALERT-DETAIL

               IF WS-CASE-ID > 0
                   EXEC SQL
                       UPDATE aml_cases
                       SET case_score = case_score + :WS-ALERT-SCORE
                       WHERE case_id = :WS-CASE-ID
                   END-EXEC
               ELSE
                   PERFORM OPEN-CASE-IF-THRESHOLD
               END-IF
           END-IF.

       FIND-OPEN-CASE.

           MOVE 0 TO WS-CASE-ID

           EXEC SQL
               SELECT COALESCE(MAX(case_id), 0) INTO :WS-CASE-ID
               FROM aml_cases
               WHERE policy_id = :WS-ALERT-POLICY-ID
                   AND case_status IN ('O', 'I', 'E')
           END-EXEC.

       OPEN-CASE-IF-THRESHOLD.

           MOVE WS-TODAY-DASH TO WS-DATE-IN
           MOVE SCORING-WINDOW-DAYS TO WS-DAYS-BACK
           PERFORM STEP-DATE-BACK
           MOVE WS-DATE-OUT TO WS-WINDOW-START

           MOVE 0 TO WS-WINDOW-SCORE

           EXEC SQL
               SELECT COALESCE(SUM(score), 0) INTO :WS-WINDOW-SCORE
               FROM aml_alerts
               WHERE policy_id = :WS-ALERT-POLICY-ID
                   AND COALESCE(case_id, 0) = 0
                   AND alert_date >= :WS-WINDOW-START
           END-EXEC

           IF WS-WINDOW-SCORE >= CASE-THRESHOLD
               EXEC SQL
                   INSERT INTO aml_cases
                   (policy_id, opened_date, case_status, case_score,
                       status_date, assigned_to)
                   VALUES
                   (:WS-ALERT-POLICY-ID, :WS-TODAY-DASH, 'O',
                       :WS-WINDOW-SCORE, :WS-TODAY-DASH, 0)
                   RETURNING case_id INTO :WS-CASE-ID
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL
                       UPDATE aml_alerts
                       SET case_id = :WS-CASE-ID
                       WHERE policy_id = :WS-ALERT-POLICY-ID
                           AND COALESCE(case_id, 0) = 0
                           AND alert_date >= :WS-WINDOW-START
                   END-EXEC

                   ADD 1 TO CASES-OPENED
                   DISPLAY "AML CASE " WS-CASE-ID " OPENED ON POLICY "
                       WS-ALERT-POLICY-ID " - SCORE " WS-WINDOW-SCORE
                       " - DISBURSEMENTS HELD"
               ELSE
                   MOVE SQLCODE TO SQL-ERROR-CODE
                   CALL "SQLMSG" USING SQL-ERROR-CODE
                       SQL-ERROR-MESSAGE
                   DISPLAY "ERROR OPENING AML CASE FOR POLICY "
                       WS-ALERT-POLICY-ID " - " SQL-ERROR-MESSAGE
               END-IF
           END-IF.

       STEP-DATE-BACK.

           MOVE WS-DATE-IN(1:4) TO WS-WORK-8(1:4)
           MOVE WS-DATE-IN(6:2) TO WS-WORK-8(5:2)
           MOVE WS-DATE-IN(9:2) TO WS-WORK-8(7:2)
           COMPUTE WS-WORK-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-WORK-8) - WS-DAYS-BACK
           COMPUTE WS-WORK-8 = FUNCTION DATE-OF-INTEGER
               (WS-WORK-JULIAN)
           STRING WS-WORK-8(1:4) "-" WS-WORK-8(5:2) "-"
               WS-WORK-8(7:2) DELIMITED BY SIZE
               INTO WS-DATE-OUT.

       RECORD-THE-RUN.

           EXEC SQL
               INSERT INTO aml_runs
               (run_date, last_payable_id, alerts_raised,
                   cases_opened)
               VALUES
               (:WS-TODAY-DASH, :WS-HIGH-PAYABLE-ID, :ALERT-COUNT,
                   :CASES-OPENED)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR RECORDING AML RUN - " SQL-ERROR-MESSAGE
           END-IF.
