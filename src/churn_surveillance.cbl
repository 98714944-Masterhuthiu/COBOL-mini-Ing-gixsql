       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHURNWATCH.

      *> the monthly churning and twisting surveillance run for the
      *> compliance desk. Two patterns, both by writing agent:
      *> new business written for a customer within
      *> CHURN-WINDOW-MONTHS of that same customer's lapse,
      *> surrender or cancellation of another of our policies -
      *> listed as the terminated/new policy pair with the fresh
      *> commission the agent's statement carried for it - and
      *> agents whose early-duration lapse rate runs
      *> RATE-MULTIPLE times the book's or worse. Terminations come
      *> off the policy_audit trail, the same place COMMISSIONRUN
      *> finds its chargebacks. Report only: the desk works the
      *> exceptions, nothing here touches a policy or a statement.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

      *> new business this close to the customer's termination, on
      *> either side of it, is a replacement pattern worth a look.
       01 CHURN-WINDOW-MONTHS   PIC 9(3) VALUE 6.
      *> early duration is the first policy year and the grace
      *> month after it - the 13-month persistency line.
       01 EARLY-DURATION-MONTHS PIC 9(3) VALUE 13.
      *> an agent is flagged at this multiple of the book's rate,
      *> and only once they have written enough for a rate to mean
      *> anything.
       01 RATE-MULTIPLE         PIC 9V99 VALUE 2.00.
       01 MIN-AGENT-POLICIES    PIC 9(5) VALUE 10.

       01 WS-AGENT-ID           PIC 9(9).
       01 WS-CUSTOMER-ID        PIC 9(9).
       01 WS-OLD-POLICY-ID      PIC 9(9).
       01 WS-OLD-AGENT-ID       PIC 9(9).
       01 WS-TERM-EVENT         PIC X(20).
       01 WS-TERM-DATE          PIC X(10).
       01 WS-NEW-POLICY-ID      PIC 9(9).
       01 WS-NEW-START-DATE     PIC X(10).
       01 WS-NEW-PREMIUM        PIC 9(7)V99.
       01 WS-NEW-COMMISSION     PIC 9(9)V99.

       01 WS-AGENT-NAME         PIC X(100).
       01 WS-MASKED-NAME        PIC X(100).

       01 PREV-AGENT-ID         PIC 9(9) VALUE 0.
       01 FIRST-ROW             PIC X VALUE "Y".
           88 IS-FIRST-ROW          VALUE "Y".

       01 WS-WRITTEN            PIC 9(7).
       01 WS-EARLY-LAPSED       PIC 9(7).
       01 WS-AGENT-RATE         PIC 9V9999.
       01 BOOK-WRITTEN          PIC 9(7) VALUE 0.
       01 BOOK-EARLY-LAPSED     PIC 9(7) VALUE 0.
       01 BOOK-RATE             PIC 9V9999 VALUE 0.
       01 WS-FLAG-RATE          PIC 9(3)V9999.

       01 PAIR-COUNT            PIC 9(7) VALUE 0.
       01 PAIR-AGENT-COUNT      PIC 9(7) VALUE 0.
       01 RATE-AGENT-COUNT      PIC 9(7) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> the terminated policy's first lapse, surrender or cancel
      *> against each of the same customer's other policies issued
      *> within the window of it. A pair is reported in the month
      *> it completes - the later of the termination and the new
      *> issue falling in the run's period - so each is listed once.
       EXEC SQL
           DECLARE CHURN-PAIR-CURSOR CURSOR FOR
               SELECT n.agent_id, n.customer_id, o.policy_id,
                   COALESCE(o.agent_id, 0), RTRIM(t.event_type),
                   TO_CHAR(t.changed_at, 'YYYY-MM-DD'),
                   n.policy_id, n.start_date, n.premium,
                   COALESCE((SELECT SUM(s.gross_commission)
                       FROM commission_statements s
                       WHERE s.agent_id = n.agent_id
                           AND n.start_date BETWEEN s.period_start
                               AND s.period_end), 0)
               FROM policy_master n, policy_master o,
                   policy_audit t
               WHERE n.customer_id > 0
                   AND n.agent_id > 0
                   AND o.customer_id = n.customer_id
                   AND o.policy_id <> n.policy_id
                   AND t.policy_id = o.policy_id
                   AND RTRIM(t.event_type) IN
                       ('LAPSE', 'SURRENDER', 'CANCEL')
                   AND t.changed_at =
                       (SELECT MIN(a.changed_at)
                        FROM policy_audit a
                        WHERE a.policy_id = o.policy_id
                            AND RTRIM(a.event_type) IN
                                ('LAPSE', 'SURRENDER', 'CANCEL'))
                   AND TO_DATE(n.start_date, 'YYYY-MM-DD')
                       BETWEEN CAST(t.changed_at AS DATE)
                           - CAST(:CHURN-WINDOW-MONTHS AS INTEGER)
                               * INTERVAL '1 month'
                       AND CAST(t.changed_at AS DATE)
                           + CAST(:CHURN-WINDOW-MONTHS AS INTEGER)
                               * INTERVAL '1 month'
                   AND GREATEST(n.start_date,
                           TO_CHAR(t.changed_at, 'YYYY-MM-DD'))
                       BETWEEN :LK-PERIOD-START AND :LK-PERIOD-END
               ORDER BY n.agent_id, n.policy_id, o.policy_id
       END-EXEC.

      *> every agent's book written to the end of the period, and
      *> how much of it terminated inside its early duration.
       EXEC SQL
           DECLARE CHURN-RATE-CURSOR CURSOR FOR
               SELECT p.agent_id, COUNT(*),
                   SUM(CASE WHEN EXISTS
                       (SELECT 1 FROM policy_audit a
                        WHERE a.policy_id = p.policy_id
                            AND RTRIM(a.event_type) IN
                                ('LAPSE', 'SURRENDER', 'CANCEL')
                            AND CAST(a.changed_at AS DATE) <
                                TO_DATE(p.start_date, 'YYYY-MM-DD')
                                + CAST(:EARLY-DURATION-MONTHS
                                    AS INTEGER) * INTERVAL '1 month')
                       THEN 1 ELSE 0 END)
               FROM policy_master p
               WHERE p.agent_id > 0
                   AND p.start_date <= :LK-PERIOD-END
               GROUP BY p.agent_id
               HAVING COUNT(*) >= :MIN-AGENT-POLICIES
               ORDER BY p.agent_id
       END-EXEC.

       LINKAGE SECTION.

       01 LK-PERIOD-START       PIC X(10).
       01 LK-PERIOD-END         PIC X(10).

       PROCEDURE DIVISION USING LK-PERIOD-START LK-PERIOD-END.

           DISPLAY "=== CHURNING AND TWISTING SURVEILLANCE ===".
           DISPLAY "PERIOD: " LK-PERIOD-START " TO " LK-PERIOD-END.

           PERFORM REPORT-REPLACEMENT-PAIRS
           PERFORM REPORT-EARLY-LAPSE-RATES

           DISPLAY "-----------------------------".
           DISPLAY "POLICY PAIRS FLAGGED    : " PAIR-COUNT.
           DISPLAY "AGENTS WITH PAIRS       : " PAIR-AGENT-COUNT.
           DISPLAY "BOOK EARLY LAPSE RATE   : " BOOK-RATE.
           DISPLAY "AGENTS OVER LAPSE RATE  : " RATE-AGENT-COUNT.
           DISPLAY "=== SURVEILLANCE COMPLETE ===".

           GOBACK.

       REPORT-REPLACEMENT-PAIRS.

           DISPLAY "--- NEW BUSINESS AGAINST A TERMINATION ---".

           MOVE "N" TO WS-AT-END
           MOVE "Y" TO FIRST-ROW

           EXEC SQL OPEN CHURN-PAIR-CURSOR END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR OPENING CHURN PAIR CURSOR - "
                   SQL-ERROR-MESSAGE
           ELSE
               PERFORM REPORT-ONE-PAIR
                   UNTIL WS-EOF

               EXEC SQL CLOSE CHURN-PAIR-CURSOR END-EXEC
           END-IF.

       REPORT-ONE-PAIR.

           EXEC SQL
               FETCH CHURN-PAIR-CURSOR
               INTO :WS-AGENT-ID, :WS-CUSTOMER-ID,
                   :WS-OLD-POLICY-ID, :WS-OLD-AGENT-ID,
                   :WS-TERM-EVENT, :WS-TERM-DATE,
                   :WS-NEW-POLICY-ID, :WS-NEW-START-DATE,
                   :WS-NEW-PREMIUM, :WS-NEW-COMMISSION
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               IF IS-FIRST-ROW OR WS-AGENT-ID NOT = PREV-AGENT-ID
                   MOVE "N" TO FIRST-ROW
                   MOVE WS-AGENT-ID TO PREV-AGENT-ID
                   ADD 1 TO PAIR-AGENT-COUNT
                   PERFORM SHOW-AGENT-HEADER
               END-IF

               ADD 1 TO PAIR-COUNT

               DISPLAY "    CUSTOMER " WS-CUSTOMER-ID
                   " POLICY " WS-OLD-POLICY-ID " "
                   WS-TERM-EVENT(1:10) " " WS-TERM-DATE
                   " (AGENT " WS-OLD-AGENT-ID ")"
               DISPLAY "        NEW POLICY " WS-NEW-POLICY-ID
                   " ISSUED " WS-NEW-START-DATE
                   " PREMIUM " WS-NEW-PREMIUM
                   " PERIOD COMMISSION " WS-NEW-COMMISSION
           END-IF.

       SHOW-AGENT-HEADER.

           CALL "AGENTNAME" USING WS-AGENT-ID WS-AGENT-NAME
           CALL "MASKPII" USING WS-AGENT-NAME WS-MASKED-NAME

           DISPLAY "  AGENT " WS-AGENT-ID " "
               WS-MASKED-NAME(1:30).

      *> the book's own rate is the yardstick, taken over the same
      *> policies the agents' rates are.
       REPORT-EARLY-LAPSE-RATES.

           DISPLAY "--- EARLY-DURATION LAPSE RATE ---".

           EXEC SQL
               SELECT COUNT(*),
                   COALESCE(SUM(CASE WHEN EXISTS
                       (SELECT 1 FROM policy_audit a
                        WHERE a.policy_id = p.policy_id
                            AND RTRIM(a.event_type) IN
                                ('LAPSE', 'SURRENDER', 'CANCEL')
                            AND CAST(a.changed_at AS DATE) <
                                TO_DATE(p.start_date, 'YYYY-MM-DD')
                                + CAST(:EARLY-DURATION-MONTHS
                                    AS INTEGER) * INTERVAL '1 month')
                       THEN 1 ELSE 0 END), 0)
               INTO :BOOK-WRITTEN, :BOOK-EARLY-LAPSED
               FROM policy_master p
               WHERE p.agent_id > 0
                   AND p.start_date <= :LK-PERIOD-END
           END-EXEC

           IF SQLCODE NOT = 0 OR BOOK-WRITTEN = 0
               DISPLAY "  NO AGENT-WRITTEN BUSINESS ON THE BOOK"
           ELSE
               COMPUTE BOOK-RATE ROUNDED =
                   BOOK-EARLY-LAPSED / BOOK-WRITTEN
               COMPUTE WS-FLAG-RATE = BOOK-RATE * RATE-MULTIPLE

               MOVE "N" TO WS-AT-END

               EXEC SQL OPEN CHURN-RATE-CURSOR END-EXEC

               PERFORM RATE-ONE-AGENT
                   UNTIL WS-EOF

               EXEC SQL CLOSE CHURN-RATE-CURSOR END-EXEC
           END-IF.

      *> a book with no early lapses at all flags any agent who has
      *> one - every one of them is infinitely over the average.
       RATE-ONE-AGENT.

           EXEC SQL
               FETCH CHURN-RATE-CURSOR
               INTO :WS-AGENT-ID, :WS-WRITTEN, :WS-EARLY-LAPSED
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               COMPUTE WS-AGENT-RATE ROUNDED =
                   WS-EARLY-LAPSED / WS-WRITTEN

               IF WS-EARLY-LAPSED > 0
                   AND WS-AGENT-RATE > WS-FLAG-RATE
                   ADD 1 TO RATE-AGENT-COUNT
                   PERFORM SHOW-AGENT-HEADER
                   DISPLAY "    WRITTEN " WS-WRITTEN
                       " EARLY LAPSES " WS-EARLY-LAPSED
                       " RATE " WS-AGENT-RATE
                       " BOOK " BOOK-RATE
               END-IF
           END-IF.
