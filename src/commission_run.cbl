       01 WS-NET-COMMISSION     PIC S9(9)V99.

       01 WS-AGENT-NAME         PIC X(100).
       01 WS-PAYEE-AGENT-ID     PIC 9(9).
       01 WS-MASKED-NAME        PIC X(100).
       01 WS-STMT-COUNT         PIC 9(5).
       01 WS-OVR-STMT-COUNT     PIC 9(5).

       01 AGENT-COUNT           PIC 9(5) VALUE 0.
       01 STATEMENT-COUNT       PIC 9(5) VALUE 0.
       01 AGENCY-STMT-COUNT     PIC 9(5) VALUE 0.

      *> the agency the producer writes under at the end of the
      *> period - an agency-contracted producer is still statemented
      *> on their own line, but the money is the agency's: it rolls
      *> up into one agency statement and one payable to the firm.
      *> The agency is stamped on the statement row, so a later move
      *> between agencies never reattributes a period already cut.
       01 WS-AGY-ACTION         PIC X(01) VALUE "F".
       01 WS-AGY-ID             PIC 9(9).
       01 WS-AGY-NAME           PIC X(100).
       01 WS-AGY-TAX-ID         PIC X(11).
       01 WS-AGY-BANK-CODE      PIC X(11).
       01 WS-AGY-ACCOUNT        PIC X(20).
       01 WS-AGY-STATUS         PIC X(01).
           88 WS-AGY-OK            VALUE "Y".
           88 WS-AGY-FAILED        VALUE "N".

       01 WS-STMT-AGENCY-ID     PIC 9(9).
       01 WS-STMT-AGENT-ID      PIC 9(9).
       01 WS-STMT-GROSS         PIC 9(9)V99.
       01 WS-STMT-CHARGEBACK    PIC 9(9)V99.
       01 WS-STMT-NET           PIC S9(9)V99.
       01 PREV-AGENCY-ID        PIC 9(9) VALUE 0.
       01 WS-AGENCY-AGENTS      PIC 9(5).
       01 WS-AGENCY-GROSS       PIC 9(11)V99.
       01 WS-AGENCY-CHARGEBACK  PIC 9(11)V99.
       01 WS-AGENCY-NET         PIC S9(11)V99.
       01 WS-AGENCY-DEBIT       PIC 9(11)V99.
       01 WS-AGENCY-DEBIT-ADD   PIC 9(11)V99.

      *> the advance side: earned commission pays down the agent's
      *> outstanding advance before a cent of cash goes out, and a
       01 CB-AT-END             PIC X(01) VALUE "N".
           88 CB-EOF                VALUE "Y".

       01 AGY-AT-END            PIC X(01) VALUE "N".
           88 AGY-EOF               VALUE "Y".

      *> the agency-paid producer statements this run cut, grouped
      *> by agency - an agency already statemented for the period
      *> is left alone, the same once-per-period guard the producer
      *> and supervisor sides keep.
       EXEC SQL
           DECLARE AGENCY-STMT-CURSOR CURSOR FOR
               SELECT s.agency_id, s.agent_id, s.gross_commission,
                   s.chargeback_total, s.net_commission
               FROM commission_statements s
               WHERE s.period_start = :LK-PERIOD-START
                   AND s.period_end = :LK-PERIOD-END
                   AND COALESCE(s.agency_id, 0) > 0
                   AND NOT EXISTS
                       (SELECT 1 FROM agency_statements a
                        WHERE a.agency_id = s.agency_id
                            AND a.period_start = :LK-PERIOD-START
                            AND a.period_end = :LK-PERIOD-END)
               ORDER BY s.agency_id, s.agent_id
       END-EXEC.

      *> every supervisor credited overrides this run - the second
      *> side of the split, each one statemented and paid after the
      *> producer sweep finishes.
                   policy_status
               FROM policy_master
               WHERE agent_id = :WS-AGENT-ID
                   AND policy_status IN ('C', 'L', 'V')
                   AND EXISTS
                       (SELECT 1 FROM policy_audit pa
                        WHERE pa.policy_id =
                                policy_master.policy_id
                            AND RTRIM(pa.event_type) IN
                                ('LAPSE', 'CANCEL', 'RESCISSION')
                            AND pa.changed_at <=
                                TO_DATE(policy_master.start_date,
                                    'YYYY-MM-DD')

           PERFORM STATEMENT-THE-SUPERVISORS

           PERFORM STATEMENT-THE-AGENCIES

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "-----------------------------".
           DISPLAY "AGENTS IN PERIOD    : " AGENT-COUNT.
           DISPLAY "STATEMENTS PRODUCED : " STATEMENT-COUNT.
           DISPLAY "AGENCY STATEMENTS   : " AGENCY-STMT-COUNT.
           DISPLAY "=== COMMISSION RUN COMPLETE ===".

           GOBACK.
           DISPLAY "  CHARGEBACKS     : " WS-CHARGEBACK-TOTAL
           DISPLAY "  NET COMMISSION  : " WS-NET-COMMISSION

           CALL "AGENCYMAINT" USING WS-AGY-ACTION WS-AGY-ID
               WS-AGY-NAME WS-AGY-TAX-ID WS-AGY-BANK-CODE
               WS-AGY-ACCOUNT WS-AGENT-ID LK-PERIOD-END
               WS-AGY-STATUS

           IF WS-AGY-FAILED
               MOVE 0 TO WS-AGY-ID
           END-IF

           EXEC SQL
               INSERT INTO commission_statements
               (agent_id, period_start, period_end,
                   gross_commission, chargeback_total,
                   net_commission, agency_id)
               VALUES
               (:WS-AGENT-ID, :LK-PERIOD-START, :LK-PERIOD-END,
                   :WS-GROSS-COMMISSION, :WS-CHARGEBACK-TOTAL,
                   :WS-NET-COMMISSION, :WS-AGY-ID)
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO STATEMENT-COUNT
               IF WS-AGY-ID > 0
                   DISPLAY "  PAID TO AGENCY  : " WS-AGY-ID " "
                       WS-AGY-NAME(1:30)
               ELSE
                   PERFORM BOOK-NET-COMMISSION
               END-IF
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
                       DISPLAY "WARNING: OVERRIDES FOR "
                           "SUPERVISOR " WS-SUPERVISOR-AGENT
                           " NOT BOOKED TO PAYABLES"
                   ELSE
                       MOVE WS-SUPERVISOR-AGENT TO WS-PAYEE-AGENT-ID
                       PERFORM MARK-AGENT-PAYABLE
                   END-IF
               END-IF
           END-IF.

      *> the agencies' side: each firm's producers rolled up into one
      *> statement, netted against each other - one producer's
      *> chargebacks come out of another's earnings, exactly as the
      *> agency contract settles - and one payable to the firm.
       STATEMENT-THE-AGENCIES.

           DISPLAY "--- AGENCY COMMISSION STATEMENTS ---"

           MOVE "N" TO AGY-AT-END
           MOVE 0 TO PREV-AGENCY-ID

           EXEC SQL OPEN AGENCY-STMT-CURSOR END-EXEC

           PERFORM ROLL-UP-ONE-AGENT-STATEMENT
               UNTIL AGY-EOF

           EXEC SQL CLOSE AGENCY-STMT-CURSOR END-EXEC

           PERFORM CLOSE-AGENCY-STATEMENT.

       ROLL-UP-ONE-AGENT-STATEMENT.

           EXEC SQL
               FETCH AGENCY-STMT-CURSOR
               INTO :WS-STMT-AGENCY-ID, :WS-STMT-AGENT-ID,
                   :WS-STMT-GROSS, :WS-STMT-CHARGEBACK,
                   :WS-STMT-NET
           END-EXEC

           IF SQLCODE NOT = 0
               SET AGY-EOF TO TRUE
           ELSE
               IF WS-STMT-AGENCY-ID NOT = PREV-AGENCY-ID
                   PERFORM CLOSE-AGENCY-STATEMENT
                   PERFORM OPEN-AGENCY-STATEMENT
               END-IF

               ADD 1 TO WS-AGENCY-AGENTS
               ADD WS-STMT-GROSS TO WS-AGENCY-GROSS
               ADD WS-STMT-CHARGEBACK TO WS-AGENCY-CHARGEBACK
               ADD WS-STMT-NET TO WS-AGENCY-NET

               DISPLAY "    AGENT " WS-STMT-AGENT-ID
                   " GROSS " WS-STMT-GROSS
                   " CHARGEBACKS " WS-STMT-CHARGEBACK
                   " NET " WS-STMT-NET
           END-IF.

       OPEN-AGENCY-STATEMENT.

           MOVE WS-STMT-AGENCY-ID TO PREV-AGENCY-ID
           MOVE 0 TO WS-AGENCY-AGENTS
           MOVE 0 TO WS-AGENCY-GROSS
           MOVE 0 TO WS-AGENCY-CHARGEBACK
           MOVE 0 TO WS-AGENCY-NET
           MOVE SPACES TO WS-AGY-NAME

           EXEC SQL
               SELECT agency_name INTO :WS-AGY-NAME
               FROM agencies
               WHERE agency_id = :PREV-AGENCY-ID
           END-EXEC

           CALL "MASKPII" USING WS-AGY-NAME WS-MASKED-NAME

           DISPLAY "  AGENCY " PREV-AGENCY-ID " "
               WS-MASKED-NAME(1:30).

      *> the control break runs with the next agency's first row
      *> already fetched, so everything here works off the rolled-up
      *> fields and PREV-AGENCY-ID, never the fetched row.
       CLOSE-AGENCY-STATEMENT.

           IF PREV-AGENCY-ID > 0
               DISPLAY "    AGENCY GROSS    : " WS-AGENCY-GROSS
               DISPLAY "    AGENCY CHARGEBK : " WS-AGENCY-CHARGEBACK
               DISPLAY "    AGENCY NET      : " WS-AGENCY-NET

               EXEC SQL
                   INSERT INTO agency_statements
                   (agency_id, period_start, period_end,
                       agent_count, gross_commission,
                       chargeback_total, net_commission)
                   VALUES
                   (:PREV-AGENCY-ID, :LK-PERIOD-START,
                       :LK-PERIOD-END, :WS-AGENCY-AGENTS,
                       :WS-AGENCY-GROSS, :WS-AGENCY-CHARGEBACK,
                       :WS-AGENCY-NET)
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO AGENCY-STMT-COUNT
                   PERFORM BOOK-AGENCY-NET
               ELSE
                   MOVE SQLCODE TO SQL-ERROR-CODE
                   CALL "SQLMSG" USING SQL-ERROR-CODE
                       SQL-ERROR-MESSAGE
                   DISPLAY "ERROR RECORDING STATEMENT FOR AGENCY "
                       PREV-AGENCY-ID " - " SQL-ERROR-MESSAGE
               END-IF
           END-IF

           MOVE 0 TO PREV-AGENCY-ID.

      *> an agency carries its own debit balance: a period its
      *> chargebacks outrun its earnings is owed back out of the
      *> next positive one before any cash goes to the firm.
       BOOK-AGENCY-NET.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           MOVE 0 TO WS-AGENCY-DEBIT

           EXEC SQL
               SELECT COALESCE(MAX(debit_balance), 0)
               INTO :WS-AGENCY-DEBIT
               FROM agency_balances
               WHERE agency_id = :PREV-AGENCY-ID
           END-EXEC

           EVALUATE TRUE
               WHEN WS-AGENCY-NET > 0
                   PERFORM RECOUP-AND-PAY-AGENCY
               WHEN WS-AGENCY-NET < 0
                   COMPUTE WS-AGENCY-DEBIT-ADD = 0 - WS-AGENCY-NET
                   PERFORM RAISE-AGENCY-DEBIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RECOUP-AND-PAY-AGENCY.

           IF WS-AGENCY-DEBIT >= WS-AGENCY-NET
               MOVE WS-AGENCY-NET TO WS-RECOUPED
               MOVE 0 TO WS-CASH-TO-PAY
           ELSE
               MOVE WS-AGENCY-DEBIT TO WS-RECOUPED
               COMPUTE WS-CASH-TO-PAY =
                   WS-AGENCY-NET - WS-RECOUPED
           END-IF

           IF WS-RECOUPED > 0
               EXEC SQL
                   UPDATE agency_balances
                   SET debit_balance =
                           debit_balance - :WS-RECOUPED,
                       last_activity_date = :WS-TODAY-DASH
                   WHERE agency_id = :PREV-AGENCY-ID
               END-EXEC

               DISPLAY "    DEBIT RECOUPED  : " WS-RECOUPED
           END-IF

           IF WS-CASH-TO-PAY > 0
               MOVE WS-CASH-TO-PAY TO WS-PAYABLE-AMOUNT
               MOVE 0 TO WS-POLICY-ID

               CALL "PAYABLEPOST" USING WS-POLICY-ID
                   WS-PAYABLE-CLAIM-ID WS-AGY-NAME
                   WS-PAYABLE-SOURCE WS-PAYABLE-AMOUNT
                   WS-PAYABLE-STATUS

               IF WS-PAYABLE-FAILED
                   DISPLAY "WARNING: NET COMMISSION FOR AGENCY "
                       PREV-AGENCY-ID " NOT BOOKED TO PAYABLES"
               ELSE
                   PERFORM MARK-AGENCY-PAYABLE
               END-IF
           END-IF.

      *> the payable is tagged with its agency so the payment run
      *> pays it by EFT to the firm's banking - the same after-the-
      *> fact tagging CLAIMSETTLE gives a provider payable.
       MARK-AGENCY-PAYABLE.

           EXEC SQL
               UPDATE payables
               SET agency_id = :PREV-AGENCY-ID
               WHERE COALESCE(policy_id, 0) = 0
                   AND source = :WS-PAYABLE-SOURCE
                   AND payee_name = :WS-AGY-NAME
                   AND payable_status IN ('O', 'H')
                   AND agency_id IS NULL
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "WARNING: COMMISSION PAYABLE NOT TAGGED TO "
                   "AGENCY " PREV-AGENCY-ID
           END-IF.

       RAISE-AGENCY-DEBIT.

           EXEC SQL
               UPDATE agency_balances
               SET debit_balance =
                       debit_balance + :WS-AGENCY-DEBIT-ADD,
                   last_activity_date = :WS-TODAY-DASH
               WHERE agency_id = :PREV-AGENCY-ID
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) = 0
               EXEC SQL
                   INSERT INTO agency_balances
                   (agency_id, debit_balance, last_activity_date)
                   VALUES
                   (:PREV-AGENCY-ID, :WS-AGENCY-DEBIT-ADD,
                       :WS-TODAY-DASH)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               DISPLAY "    DEBIT RAISED    : " WS-AGENCY-DEBIT-ADD
                   " - CHARGEBACKS EXCEEDED EARNINGS"
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR RAISING DEBIT BALANCE FOR AGENCY "
                   PREV-AGENCY-ID " - " SQL-ERROR-MESSAGE
           END-IF.

      *> each chargeback is remembered in its own table so the same
      *> cancellation is clawed back exactly once, however many
      *> monthly runs happen after it.
                   WHERE agent_id = :WS-AGENT-ID
               END-EXEC

      *>       the statement keeps what its earnings repaid of the
      *>       advance - the year-end reporting nets it out so the
      *>       advance is not reported a second time as it is earned
               EXEC SQL
                   UPDATE commission_statements
                   SET advance_recouped = :WS-RECOUPED
                   WHERE agent_id = :WS-AGENT-ID
                       AND period_start = :LK-PERIOD-START
                       AND period_end = :LK-PERIOD-END
               END-EXEC

               DISPLAY "  ADVANCE RECOUPED: " WS-RECOUPED
                   " - CASH TO PAY " WS-CASH-TO-PAY
           END-IF
               IF WS-PAYABLE-FAILED
                   DISPLAY "WARNING: NET COMMISSION FOR AGENT "
                       WS-AGENT-ID " NOT BOOKED TO PAYABLES"
               ELSE
                   MOVE WS-AGENT-ID TO WS-PAYEE-AGENT-ID
                   PERFORM MARK-AGENT-PAYABLE
               END-IF
           END-IF.

      *> an individual's payable is tagged with the agent it pays,
      *> the way MARK-AGENCY-PAYABLE tags the firm's - the year-end
      *> commission reporting totals each payee by that tag, not
      *> by a name two agents could share.
       MARK-AGENT-PAYABLE.

           EXEC SQL
               UPDATE payables
               SET agent_id = :WS-PAYEE-AGENT-ID
               WHERE COALESCE(policy_id, 0) = 0
                   AND source = :WS-PAYABLE-SOURCE
                   AND payee_name = :WS-AGENT-NAME
                   AND payable_status IN ('O', 'H')
                   AND agent_id IS NULL
                   AND agency_id IS NULL
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "WARNING: COMMISSION PAYABLE NOT TAGGED TO "
                   "AGENT " WS-PAYEE-AGENT-ID
           END-IF.

       RAISE-DEBIT-BALANCE.

           COMPUTE WS-DEBIT-ADD = 0 - WS-NET-COMMISSION
