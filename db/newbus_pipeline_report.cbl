       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEWBUSPIPE.

      *> the new-business pipeline: how much business, and how much
      *> premium, got from quote to paid policy in the period, and
      *> where the rest of it stopped - by writing agent and policy
      *> type, with an agent subtotal and the all-agent total.
      *>
      *>   quoted     - quotes the quote engine stored in the period;
      *>                open, converted by QUOTECONVERT, or closed
      *>                unconverted by the expiry sweep
      *>   applied    - applications received in the period, from a
      *>                quote or filed direct
      *>   decided    - UWAPPLICATION's approval (including those
      *>                approved and waiting on transfer money), its
      *>                decline, or the applicant's withdrawal
      *>   issued     - the approval that produced a policy
      *>   paid       - the policy's first premium in: its first
      *>                invoice paid, or cash applied to the policy
      *>
      *> A policy issued but never paid is not taken once its first
      *> premium falls due unpaid or the policy goes out of force;
      *> until then it is still awaiting its first premium.
      *>
      *> A quote is anonymous until it converts - the agent arrives
      *> with the application - so quotes that never converted are
      *> reported under agent zero rather than guessed at.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       01 WS-AGENT-ID           PIC 9(9).
       01 WS-AGENT-NAME         PIC X(100).
       01 WS-POLICY-TYPE        PIC X(20).

      *> one agent and type's figures as the cursor returns them; the
      *> agent and grand totals below share the layout, so either
      *> can be moved here whole to be printed.
       01 PIPE-FIGURES.
           05 WS-QUOTES         PIC 9(7).
           05 WS-QUOTE-PREM     PIC 9(11)V99.
           05 WS-CONVERTED      PIC 9(7).
           05 WS-EXPIRED        PIC 9(7).
           05 WS-QUOTE-DAYS     PIC 9(9).
           05 WS-APPS           PIC 9(7).
           05 WS-APP-PREM       PIC 9(11)V99.
           05 WS-APPROVED       PIC 9(7).
           05 WS-DECLINED       PIC 9(7).
           05 WS-WITHDRAWN      PIC 9(7).
           05 WS-PENDING        PIC 9(7).
           05 WS-DECIDE-DAYS    PIC 9(9).
           05 WS-ISSUED         PIC 9(7).
           05 WS-ISSUED-PREM    PIC 9(11)V99.
           05 WS-PAID           PIC 9(7).
           05 WS-PAID-PREM      PIC 9(11)V99.
           05 WS-PAID-DATED     PIC 9(7).
           05 WS-PAID-DAYS      PIC 9(9).
           05 WS-NOT-TAKEN      PIC 9(7).

       01 AGENT-FIGURES.
           05 AGT-QUOTES        PIC 9(7).
           05 AGT-QUOTE-PREM    PIC 9(11)V99.
           05 AGT-CONVERTED     PIC 9(7).
           05 AGT-EXPIRED       PIC 9(7).
           05 AGT-QUOTE-DAYS    PIC 9(9).
           05 AGT-APPS          PIC 9(7).
           05 AGT-APP-PREM      PIC 9(11)V99.
           05 AGT-APPROVED      PIC 9(7).
           05 AGT-DECLINED      PIC 9(7).
           05 AGT-WITHDRAWN     PIC 9(7).
           05 AGT-PENDING       PIC 9(7).
           05 AGT-DECIDE-DAYS   PIC 9(9).
           05 AGT-ISSUED        PIC 9(7).
           05 AGT-ISSUED-PREM   PIC 9(11)V99.
           05 AGT-PAID          PIC 9(7).
           05 AGT-PAID-PREM     PIC 9(11)V99.
           05 AGT-PAID-DATED    PIC 9(7).
           05 AGT-PAID-DAYS     PIC 9(9).
           05 AGT-NOT-TAKEN     PIC 9(7).

       01 GRAND-FIGURES.
           05 TOT-QUOTES        PIC 9(7) VALUE 0.
           05 TOT-QUOTE-PREM    PIC 9(11)V99 VALUE 0.
           05 TOT-CONVERTED     PIC 9(7) VALUE 0.
           05 TOT-EXPIRED       PIC 9(7) VALUE 0.
           05 TOT-QUOTE-DAYS    PIC 9(9) VALUE 0.
           05 TOT-APPS          PIC 9(7) VALUE 0.
           05 TOT-APP-PREM      PIC 9(11)V99 VALUE 0.
           05 TOT-APPROVED      PIC 9(7) VALUE 0.
           05 TOT-DECLINED      PIC 9(7) VALUE 0.
           05 TOT-WITHDRAWN     PIC 9(7) VALUE 0.
           05 TOT-PENDING       PIC 9(7) VALUE 0.
           05 TOT-DECIDE-DAYS   PIC 9(9) VALUE 0.
           05 TOT-ISSUED        PIC 9(7) VALUE 0.
           05 TOT-ISSUED-PREM   PIC 9(11)V99 VALUE 0.
           05 TOT-PAID          PIC 9(7) VALUE 0.
           05 TOT-PAID-PREM     PIC 9(11)V99 VALUE 0.
           05 TOT-PAID-DATED    PIC 9(7) VALUE 0.
           05 TOT-PAID-DAYS     PIC 9(9) VALUE 0.
           05 TOT-NOT-TAKEN     PIC 9(7) VALUE 0.

      *> figures worked out from the counts for printing.
       01 WS-OPEN-QUOTES        PIC 9(7).
       01 WS-DECIDED            PIC 9(7).
       01 WS-AWAITING-PAY       PIC 9(7).
       01 WS-CONVERT-PCT        PIC 9(3)V9.
       01 WS-APPROVE-PCT        PIC 9(3)V9.
       01 WS-ISSUE-PCT          PIC 9(3)V9.
       01 WS-PLACED-PCT         PIC 9(3)V9.
       01 WS-NOT-TAKEN-PCT      PIC 9(3)V9.
       01 WS-AVG-QUOTE-DAYS     PIC 9(5)V9.
       01 WS-AVG-DECIDE-DAYS    PIC 9(5)V9.
       01 WS-AVG-PAID-DAYS      PIC 9(5)V9.

       01 LINE-COUNT            PIC 9(5) VALUE 0.

       01 FIRST-ROW             PIC X(01) VALUE "Y".
           88 IS-FIRST-ROW          VALUE "Y".
       01 PREV-AGENT-ID         PIC 9(9) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> quotes and applications are two different cohorts - a quote
      *> is counted in the period it was given, an application in
      *> the period it was received - so each contributes its own
      *> rows with zeros in the other's columns, and the two add up
      *> per agent and type. Everything after the application is
      *> followed from the application, whenever it happened.
       EXEC SQL
           DECLARE PIPELINE-CURSOR CURSOR FOR
               SELECT t.agent_id, t.policy_type,
                   SUM(t.quotes), SUM(t.quote_prem),
                   SUM(t.converted), SUM(t.expired),
                   SUM(t.quote_days),
                   SUM(t.apps), SUM(t.app_prem),
                   SUM(t.approved), SUM(t.declined),
                   SUM(t.withdrawn), SUM(t.pending),
                   SUM(t.decide_days),
                   SUM(t.issued), SUM(t.issued_prem),
                   SUM(t.paid), SUM(t.paid_prem),
                   SUM(t.paid_dated), SUM(t.paid_days),
                   SUM(t.not_taken)
               FROM
               (SELECT COALESCE(a.agent_id, 0) AS agent_id,
                    q.policy_type,
                    1 AS quotes, q.quoted_premium AS quote_prem,
                    CASE WHEN q.quote_status = 'C'
                        THEN 1 ELSE 0 END AS converted,
                    CASE WHEN q.quote_status = 'X'
                        THEN 1 ELSE 0 END AS expired,
                    CASE WHEN a.application_id IS NOT NULL
                        THEN GREATEST(a.received_date::date
                            - q.quote_date::date, 0)
                        ELSE 0 END AS quote_days,
                    0 AS apps, 0 AS app_prem, 0 AS approved,
                    0 AS declined, 0 AS withdrawn, 0 AS pending,
                    0 AS decide_days, 0 AS issued,
                    0 AS issued_prem, 0 AS paid, 0 AS paid_prem,
                    0 AS paid_dated, 0 AS paid_days,
                    0 AS not_taken
                FROM quotes q
                    LEFT JOIN applications a
                        ON a.application_id = q.application_id
                WHERE q.quote_date BETWEEN :LK-PERIOD-START
                    AND :LK-PERIOD-END
                UNION ALL
                SELECT k.agent_id, k.policy_type,
                    0, 0, 0, 0, 0,
                    1, k.premium,
                    CASE WHEN k.app_status IN ('A', 'F')
                        THEN 1 ELSE 0 END,
                    CASE WHEN k.app_status = 'D'
                        THEN 1 ELSE 0 END,
                    CASE WHEN k.app_status = 'X'
                        THEN 1 ELSE 0 END,
                    CASE WHEN k.app_status IN ('R', 'V')
                        THEN 1 ELSE 0 END,
                    CASE WHEN k.app_status IN ('A', 'F', 'D', 'X')
                        THEN GREATEST(k.decision_date::date
                            - k.received_date::date, 0)
                        ELSE 0 END,
                    CASE WHEN k.policy_id > 0
                        THEN 1 ELSE 0 END,
                    CASE WHEN k.policy_id > 0
                        THEN k.premium ELSE 0 END,
                    CASE WHEN k.policy_id > 0 AND k.first_paid = 1
                        THEN 1 ELSE 0 END,
                    CASE WHEN k.policy_id > 0 AND k.first_paid = 1
                        THEN k.premium ELSE 0 END,
                    CASE WHEN k.policy_id > 0 AND k.first_paid = 1
                        AND k.first_pay_date IS NOT NULL
                        THEN 1 ELSE 0 END,
                    CASE WHEN k.policy_id > 0 AND k.first_paid = 1
                        AND k.first_pay_date IS NOT NULL
                        THEN GREATEST(k.first_pay_date::date
                            - k.decision_date::date, 0)
                        ELSE 0 END,
                    CASE WHEN k.policy_id > 0 AND k.first_paid = 0
                        AND (k.first_due_date < :WS-TODAY-DASH
                            OR k.policy_status <> 'A')
                        THEN 1 ELSE 0 END
                FROM
                (SELECT a.agent_id, a.policy_type, a.premium,
                     a.app_status, a.received_date,
                     a.decision_date,
                     COALESCE(a.policy_id, 0) AS policy_id,
                     CASE WHEN i1.invoice_status = 'P'
                         OR i1.amount_paid >= i1.amount_due
                         OR py.first_pay_date IS NOT NULL
                         THEN 1 ELSE 0 END AS first_paid,
                     py.first_pay_date,
                     i1.due_date AS first_due_date,
                     COALESCE(p.policy_status, ' ')
                         AS policy_status
                 FROM applications a
                     LEFT JOIN policy_master p
                         ON p.policy_id = a.policy_id
                     LEFT JOIN
                     (SELECT policy_id,
                          MIN(invoice_id) AS first_invoice_id
                      FROM invoices
                      WHERE policy_id > 0
                      GROUP BY policy_id) fi
                         ON fi.policy_id = a.policy_id
                     LEFT JOIN invoices i1
                         ON i1.invoice_id = fi.first_invoice_id
                     LEFT JOIN
                     (SELECT policy_id,
                          MIN(pay_date) AS first_pay_date
                      FROM payments
                      GROUP BY policy_id) py
                         ON py.policy_id = a.policy_id
                 WHERE a.received_date BETWEEN :LK-PERIOD-START
                     AND :LK-PERIOD-END) k
               ) t
               GROUP BY t.agent_id, t.policy_type
               ORDER BY t.agent_id, t.policy_type
       END-EXEC.

       LINKAGE SECTION.

       01 LK-PERIOD-START       PIC X(10).
       01 LK-PERIOD-END         PIC X(10).

       PROCEDURE DIVISION USING LK-PERIOD-START LK-PERIOD-END.

           DISPLAY "=== NEW BUSINESS PIPELINE REPORT ===".
           DISPLAY "PERIOD: " LK-PERIOD-START " TO "
               LK-PERIOD-END.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           MOVE "N" TO WS-AT-END
           MOVE "Y" TO FIRST-ROW

           EXEC SQL OPEN PIPELINE-CURSOR END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR READING THE PIPELINE - "
                   SQL-ERROR-MESSAGE
               GOBACK
           END-IF

           PERFORM REPORT-ONE-LINE
               UNTIL WS-EOF

           IF NOT IS-FIRST-ROW
               PERFORM CLOSE-ONE-AGENT
           END-IF

           EXEC SQL CLOSE PIPELINE-CURSOR END-EXEC.

           DISPLAY "=============================".
           DISPLAY "ALL AGENTS".
           MOVE GRAND-FIGURES TO PIPE-FIGURES
           PERFORM PRINT-FIGURES

           DISPLAY "AGENT/TYPE LINES: " LINE-COUNT.
           DISPLAY "=== END OF REPORT ===".

           GOBACK.

       REPORT-ONE-LINE.

           EXEC SQL
               FETCH PIPELINE-CURSOR
               INTO :WS-AGENT-ID, :WS-POLICY-TYPE,
                   :WS-QUOTES, :WS-QUOTE-PREM,
                   :WS-CONVERTED, :WS-EXPIRED, :WS-QUOTE-DAYS,
                   :WS-APPS, :WS-APP-PREM,
                   :WS-APPROVED, :WS-DECLINED, :WS-WITHDRAWN,
                   :WS-PENDING, :WS-DECIDE-DAYS,
                   :WS-ISSUED, :WS-ISSUED-PREM,
                   :WS-PAID, :WS-PAID-PREM,
                   :WS-PAID-DATED, :WS-PAID-DAYS,
                   :WS-NOT-TAKEN
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               IF IS-FIRST-ROW OR WS-AGENT-ID NOT = PREV-AGENT-ID
                   IF NOT IS-FIRST-ROW
                       PERFORM CLOSE-ONE-AGENT
                   END-IF
                   PERFORM OPEN-ONE-AGENT
               END-IF

               MOVE "N" TO FIRST-ROW
               ADD 1 TO LINE-COUNT

               PERFORM ADD-LINE-TO-AGENT

               DISPLAY "  TYPE " WS-POLICY-TYPE
               PERFORM PRINT-FIGURES
           END-IF.

       OPEN-ONE-AGENT.

           MOVE WS-AGENT-ID TO PREV-AGENT-ID
           INITIALIZE AGENT-FIGURES

           DISPLAY "=============================".
           IF WS-AGENT-ID = 0
               DISPLAY "AGENT 000000000 - QUOTES NOT YET CONVERTED"
           ELSE
               CALL "AGENTNAME" USING WS-AGENT-ID WS-AGENT-NAME
               IF WS-AGENT-NAME = SPACES
                   MOVE "(NO LONGER ON FILE)" TO WS-AGENT-NAME
               END-IF
               DISPLAY "AGENT " WS-AGENT-ID " - "
                   WS-AGENT-NAME(1:40)
           END-IF.

      *> the agent's subtotal goes into the all-agent total as the
      *> agent closes.
       CLOSE-ONE-AGENT.

           DISPLAY "  AGENT TOTAL".
           MOVE AGENT-FIGURES TO PIPE-FIGURES
           PERFORM PRINT-FIGURES

           ADD AGT-QUOTES TO TOT-QUOTES
           ADD AGT-QUOTE-PREM TO TOT-QUOTE-PREM
           ADD AGT-CONVERTED TO TOT-CONVERTED
           ADD AGT-EXPIRED TO TOT-EXPIRED
           ADD AGT-QUOTE-DAYS TO TOT-QUOTE-DAYS
           ADD AGT-APPS TO TOT-APPS
           ADD AGT-APP-PREM TO TOT-APP-PREM
           ADD AGT-APPROVED TO TOT-APPROVED
           ADD AGT-DECLINED TO TOT-DECLINED
           ADD AGT-WITHDRAWN TO TOT-WITHDRAWN
           ADD AGT-PENDING TO TOT-PENDING
           ADD AGT-DECIDE-DAYS TO TOT-DECIDE-DAYS
           ADD AGT-ISSUED TO TOT-ISSUED
           ADD AGT-ISSUED-PREM TO TOT-ISSUED-PREM
           ADD AGT-PAID TO TOT-PAID
           ADD AGT-PAID-PREM TO TOT-PAID-PREM
           ADD AGT-PAID-DATED TO TOT-PAID-DATED
           ADD AGT-PAID-DAYS TO TOT-PAID-DAYS
           ADD AGT-NOT-TAKEN TO TOT-NOT-TAKEN.

       ADD-LINE-TO-AGENT.

           ADD WS-QUOTES TO AGT-QUOTES
           ADD WS-QUOTE-PREM TO AGT-QUOTE-PREM
           ADD WS-CONVERTED TO AGT-CONVERTED
           ADD WS-EXPIRED TO AGT-EXPIRED
           ADD WS-QUOTE-DAYS TO AGT-QUOTE-DAYS
           ADD WS-APPS TO AGT-APPS
           ADD WS-APP-PREM TO AGT-APP-PREM
           ADD WS-APPROVED TO AGT-APPROVED
           ADD WS-DECLINED TO AGT-DECLINED
           ADD WS-WITHDRAWN TO AGT-WITHDRAWN
           ADD WS-PENDING TO AGT-PENDING
           ADD WS-DECIDE-DAYS TO AGT-DECIDE-DAYS
           ADD WS-ISSUED TO AGT-ISSUED
           ADD WS-ISSUED-PREM TO AGT-ISSUED-PREM
           ADD WS-PAID TO AGT-PAID
           ADD WS-PAID-PREM TO AGT-PAID-PREM
           ADD WS-PAID-DATED TO AGT-PAID-DATED
           ADD WS-PAID-DAYS TO AGT-PAID-DAYS
           ADD WS-NOT-TAKEN TO AGT-NOT-TAKEN.

      *> one block of the pipeline - a type line, an agent subtotal
      *> or the grand total, whichever was moved into PIPE-FIGURES.
      *> Each stage's ratio is taken against the stage before it.
       PRINT-FIGURES.

           PERFORM COMPUTE-PIPELINE-RATIOS

           DISPLAY "    QUOTED    " WS-QUOTES " PREMIUM "
               WS-QUOTE-PREM " OPEN " WS-OPEN-QUOTES
               " EXPIRED UNCONVERTED " WS-EXPIRED
           DISPLAY "    CONVERTED " WS-CONVERTED " = "
               WS-CONVERT-PCT " PCT OF QUOTES, AVG "
               WS-AVG-QUOTE-DAYS " DAYS QUOTE TO APPLICATION"
           DISPLAY "    APPLIED   " WS-APPS " PREMIUM "
               WS-APP-PREM " PENDING " WS-PENDING
           DISPLAY "    DECIDED   " WS-DECIDED " APPROVED "
               WS-APPROVED " DECLINED " WS-DECLINED
               " WITHDRAWN " WS-WITHDRAWN
           DISPLAY "              APPROVED " WS-APPROVE-PCT
               " PCT OF DECIDED, AVG " WS-AVG-DECIDE-DAYS
               " DAYS TO DECISION"
           DISPLAY "    ISSUED    " WS-ISSUED " PREMIUM "
               WS-ISSUED-PREM " = " WS-ISSUE-PCT
               " PCT OF APPROVED"
           DISPLAY "    PAID      " WS-PAID " PREMIUM "
               WS-PAID-PREM " = " WS-PLACED-PCT
               " PCT OF ISSUED, AVG " WS-AVG-PAID-DAYS
               " DAYS ISSUE TO FIRST PREMIUM"
           DISPLAY "    NOT TAKEN " WS-NOT-TAKEN " = "
               WS-NOT-TAKEN-PCT " PCT OF ISSUED, AWAITING "
               "FIRST PREMIUM " WS-AWAITING-PAY.

      *> a stage nothing reached has no meaningful ratio or average -
      *> it reports zero rather than dividing by zero.
       COMPUTE-PIPELINE-RATIOS.

           COMPUTE WS-OPEN-QUOTES =
               WS-QUOTES - WS-CONVERTED - WS-EXPIRED
           COMPUTE WS-DECIDED =
               WS-APPROVED + WS-DECLINED + WS-WITHDRAWN
           COMPUTE WS-AWAITING-PAY =
               WS-ISSUED - WS-PAID - WS-NOT-TAKEN

           MOVE 0 TO WS-CONVERT-PCT
           MOVE 0 TO WS-AVG-QUOTE-DAYS
           MOVE 0 TO WS-APPROVE-PCT
           MOVE 0 TO WS-AVG-DECIDE-DAYS
           MOVE 0 TO WS-ISSUE-PCT
           MOVE 0 TO WS-PLACED-PCT
           MOVE 0 TO WS-NOT-TAKEN-PCT
           MOVE 0 TO WS-AVG-PAID-DAYS

           IF WS-QUOTES > 0
               COMPUTE WS-CONVERT-PCT ROUNDED =
                   WS-CONVERTED / WS-QUOTES * 100
           END-IF

           IF WS-CONVERTED > 0
               COMPUTE WS-AVG-QUOTE-DAYS ROUNDED =
                   WS-QUOTE-DAYS / WS-CONVERTED
           END-IF

           IF WS-DECIDED > 0
               COMPUTE WS-APPROVE-PCT ROUNDED =
                   WS-APPROVED / WS-DECIDED * 100
               COMPUTE WS-AVG-DECIDE-DAYS ROUNDED =
                   WS-DECIDE-DAYS / WS-DECIDED
           END-IF

           IF WS-APPROVED > 0
               COMPUTE WS-ISSUE-PCT ROUNDED =
                   WS-ISSUED / WS-APPROVED * 100
           END-IF

           IF WS-ISSUED > 0
               COMPUTE WS-PLACED-PCT ROUNDED =
                   WS-PAID / WS-ISSUED * 100
               COMPUTE WS-NOT-TAKEN-PCT ROUNDED =
                   WS-NOT-TAKEN / WS-ISSUED * 100
           END-IF

           IF WS-PAID-DATED > 0
               COMPUTE WS-AVG-PAID-DAYS ROUNDED =
                   WS-PAID-DAYS / WS-PAID-DATED
           END-IF.
