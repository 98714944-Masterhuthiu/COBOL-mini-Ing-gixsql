       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATEPAGE.

      *> the statutory state page: per jurisdiction and line of
      *> business, direct premium written and earned, premium
      *> collected, dividends paid, direct losses paid and incurred,
      *> and the policies in force at the year end - all on the one
      *> calendar-year cut-off, taken straight from the book rather
      *> than pieced together from PREMIUMTAX, EARNEDPREMIUM and
      *> LOSSRATIO. Each figure is defined on the same basis as the
      *> event GLEXTRACT posts for it, so the grand totals are tied
      *> back to the ledger for the year at the foot of the report,
      *> along with whether every period of the year has been
      *> closed - an exhibit run over an open period is not final.
      *>
      *> Runs for the calendar year just closed unless STATEPAGE_YEAR
      *> asks for another (a refiling of an earlier year).
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-YEAR-TEXT          PIC X(10).
       01 WS-STATE-YEAR         PIC 9(4).
       01 WS-YEAR-START         PIC X(10).
       01 WS-YEAR-END           PIC X(10).
       01 WS-YEAR-START-8       PIC 9(8).
       01 WS-YEAR-START-JULIAN  PIC 9(7).
       01 WS-YEAR-END-8         PIC 9(8).
       01 WS-YEAR-END-JULIAN    PIC 9(7).
       01 WS-DAYS-IN-YEAR       PIC 9(3).

       01 WS-JURISDICTION       PIC X(02).
       01 WS-POLICY-TYPE        PIC X(20).
       01 WS-POLICY-ID          PIC 9(9).
       01 WS-PREMIUM            PIC 9(7)V99.
       01 WS-POLICY-STATUS      PIC X(01).
           88 STILL-IN-FORCE        VALUES "A" "W".
           88 REDUCED-PAID-UP       VALUE "R".
           88 EXTENDED-TERM         VALUE "X".
       01 WS-START-DATE         PIC X(10).
       01 WS-ENDED-ON           PIC X(10).
      *> a nonforfeiture conversion keeps the policy in force but
      *> ends its premium - paid-up until it ends, extended term
      *> until its expiry date.
       01 WS-TERM-EXPIRY        PIC X(10).
       01 WS-CONVERTED-ON       PIC X(10).
       01 WS-COVER-FROM         PIC X(10).
       01 WS-COVER-TO           PIC X(10).

       01 WS-FROM-8             PIC 9(8).
       01 WS-FROM-JULIAN        PIC 9(7).
       01 WS-TO-8               PIC 9(8).
       01 WS-TO-JULIAN          PIC 9(7).
       01 WS-DAYS-COVERED       PIC S9(7).
       01 WS-EARNED-PREMIUM     PIC 9(9)V99.

       01 WS-COLLECTED          PIC 9(11)V99.
       01 WS-DIVIDENDS          PIC 9(11)V99.
       01 WS-CASH-DIVIDENDS     PIC 9(11)V99.
       01 WS-LOSSES-PAID        PIC 9(11)V99.
       01 WS-LOSSES-INCURRED    PIC S9(11)V99.
       01 WS-RECOVERIES         PIC 9(11)V99.

       01 FIRST-ROW             PIC X(01) VALUE "Y".
           88 IS-FIRST-ROW          VALUE "Y".

       01 PREV-JURISDICTION     PIC X(02) VALUE SPACES.
       01 PREV-TYPE             PIC X(20) VALUE SPACES.

      *> one line of the exhibit - a jurisdiction and policy type.
       01 LINE-IN-FORCE         PIC 9(7) VALUE 0.
       01 LINE-WRITTEN          PIC 9(11)V99 VALUE 0.
       01 LINE-EARNED           PIC 9(11)V99 VALUE 0.

      *> the jurisdiction subtotal and the grand totals carry every
      *> column of the line.
       01 JURIS-IN-FORCE        PIC 9(7) VALUE 0.
       01 JURIS-WRITTEN         PIC 9(13)V99 VALUE 0.
       01 JURIS-EARNED          PIC 9(13)V99 VALUE 0.
       01 JURIS-COLLECTED       PIC 9(13)V99 VALUE 0.
       01 JURIS-DIVIDENDS       PIC 9(13)V99 VALUE 0.
       01 JURIS-LOSSES-PAID     PIC 9(13)V99 VALUE 0.
       01 JURIS-INCURRED        PIC S9(13)V99 VALUE 0.

       01 TOTAL-IN-FORCE        PIC 9(7) VALUE 0.
       01 TOTAL-WRITTEN         PIC 9(13)V99 VALUE 0.
       01 TOTAL-EARNED          PIC 9(13)V99 VALUE 0.
       01 TOTAL-COLLECTED       PIC 9(13)V99 VALUE 0.
       01 TOTAL-DIVIDENDS       PIC 9(13)V99 VALUE 0.
       01 TOTAL-CASH-DIVIDENDS  PIC 9(13)V99 VALUE 0.
       01 TOTAL-LOSSES-PAID     PIC 9(13)V99 VALUE 0.
       01 TOTAL-INCURRED        PIC S9(13)V99 VALUE 0.

       01 LINE-COUNT            PIC 9(7) VALUE 0.
       01 JURISDICTION-COUNT    PIC 9(7) VALUE 0.

      *> the same figures as GLEXTRACT selects them for the year.
       01 GL-WRITTEN            PIC 9(13)V99 VALUE 0.
       01 GL-COLLECTED          PIC 9(13)V99 VALUE 0.
       01 GL-LOSSES-PAID        PIC 9(13)V99 VALUE 0.
       01 GL-DIVIDENDS          PIC 9(13)V99 VALUE 0.
       01 WS-EXHIBIT-FIGURE     PIC 9(13)V99.
       01 WS-GL-FIGURE          PIC 9(13)V99.
       01 WS-DIFFERENCE         PIC S9(13)V99.
       01 WS-TIE-LABEL          PIC X(20).
       01 WS-OUT-OF-TIE         PIC 9(2) VALUE 0.

       01 WS-MONTH              PIC 9(2).
       01 WS-PERIOD             PIC X(07).
       01 WS-PERIOD-STATUS      PIC X(01).
       01 WS-CLOSED-PERIODS     PIC 9(2) VALUE 0.

       01 WS-TODAY-8            PIC 9(8).

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> the whole book, sorted so one pass closes each line on a
      *> change of type and each jurisdiction on a change of code.
      *> A policy that is no longer in force ended on its first
      *> terminating event logged on or after the first of the
      *> year; one with no such event ended before the year began.
      *> A policy converted to reduced paid-up or extended term
      *> carries the date NONFORFEIT converted it, whenever that
      *> was, since its premium stopped there.
       EXEC SQL
           DECLARE STATE-POLICY-CURSOR CURSOR FOR
               SELECT COALESCE(p.jurisdiction_code, ' '),
                   p.policy_type, p.policy_id, p.premium,
                   p.policy_status, p.start_date,
                   GREATEST(p.start_date, :WS-YEAR-START),
                   COALESCE(
                       (SELECT TO_CHAR(MIN(a.changed_at),
                               'YYYY-MM-DD')
                        FROM policy_audit a
                        WHERE a.policy_id = p.policy_id
                            AND RTRIM(a.event_type)
                                IN ('LAPSE', 'CANCEL', 'SURRENDER',
                                    'DEATH', 'MATURITY',
                                    'TERM-EXPIRE', 'NFO-TERM-EXPIRE',
                                    'RESCISSION')
                            AND TO_CHAR(a.changed_at,
                                'YYYY-MM-DD') >= :WS-YEAR-START),
                       ' '),
                   COALESCE(p.extended_term_expiry, ' '),
                   COALESCE(
                       (SELECT TO_CHAR(MIN(a.changed_at),
                               'YYYY-MM-DD')
                        FROM policy_audit a
                        WHERE a.policy_id = p.policy_id
                            AND RTRIM(a.event_type) = 'NONFORFEIT'),
                       ' ')
               FROM policy_master p
               ORDER BY 1, 2, p.policy_id
       END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY "=== STATUTORY STATE PAGE ===".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8

           PERFORM SET-THE-STATE-YEAR

           DISPLAY "STATEMENT YEAR: " WS-STATE-YEAR
               " (" WS-YEAR-START " TO " WS-YEAR-END ")".
           DISPLAY "DIRECT BUSINESS BY JURISDICTION AND LINE".

           EXEC SQL OPEN STATE-POLICY-CURSOR END-EXEC.

           PERFORM ACCUMULATE-ONE-POLICY
               UNTIL WS-EOF

           IF NOT IS-FIRST-ROW
               PERFORM CLOSE-ONE-LINE
               PERFORM CLOSE-ONE-JURISDICTION
           END-IF

           EXEC SQL CLOSE STATE-POLICY-CURSOR END-EXEC.

           DISPLAY "=============================".
           DISPLAY "GRAND TOTAL - " JURISDICTION-COUNT
               " JURISDICTIONS, " LINE-COUNT " LINES".
           DISPLAY "  POLICIES IN FORCE AT YEAR END: " TOTAL-IN-FORCE.
           DISPLAY "  DIRECT PREMIUM WRITTEN       : " TOTAL-WRITTEN.
           DISPLAY "  DIRECT PREMIUM EARNED        : " TOTAL-EARNED.
           DISPLAY "  PREMIUM COLLECTED            : " TOTAL-COLLECTED.
           DISPLAY "  DIVIDENDS PAID OR CREDITED   : " TOTAL-DIVIDENDS.
           DISPLAY "  DIRECT LOSSES PAID           : "
               TOTAL-LOSSES-PAID.
           DISPLAY "  DIRECT LOSSES INCURRED       : " TOTAL-INCURRED.

           PERFORM TIE-TO-THE-LEDGER

           PERFORM CHECK-PERIOD-CLOSE

           DISPLAY "=== END OF REPORT ===".

           STOP RUN.

      *> the calendar year just closed, or the year STATEPAGE_YEAR
      *> names when an earlier filing has to be produced again.
       SET-THE-STATE-YEAR.

           MOVE WS-TODAY-8(1:4) TO WS-STATE-YEAR
           SUBTRACT 1 FROM WS-STATE-YEAR

           MOVE SPACES TO WS-YEAR-TEXT
           ACCEPT WS-YEAR-TEXT FROM ENVIRONMENT "STATEPAGE_YEAR"

           IF WS-YEAR-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-YEAR-TEXT) = 0
                   AND FUNCTION NUMVAL(WS-YEAR-TEXT) >= 1900
                   AND FUNCTION NUMVAL(WS-YEAR-TEXT) <=
                       WS-STATE-YEAR
                   COMPUTE WS-STATE-YEAR =
                       FUNCTION NUMVAL(WS-YEAR-TEXT)
               ELSE
                   DISPLAY "WARNING: STATEPAGE_YEAR '" WS-YEAR-TEXT
                       "' IS NOT A CLOSED YEAR - USING "
                       WS-STATE-YEAR
               END-IF
           END-IF

           STRING WS-STATE-YEAR "-01-01" DELIMITED BY SIZE
               INTO WS-YEAR-START
           STRING WS-STATE-YEAR "-12-31" DELIMITED BY SIZE
               INTO WS-YEAR-END

           COMPUTE WS-YEAR-START-8 = WS-STATE-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-END-8 = WS-STATE-YEAR * 10000 + 1231
           COMPUTE WS-YEAR-START-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-YEAR-START-8)
           COMPUTE WS-YEAR-END-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-YEAR-END-8)
           COMPUTE WS-DAYS-IN-YEAR =
               WS-YEAR-END-JULIAN - WS-YEAR-START-JULIAN + 1.

       ACCUMULATE-ONE-POLICY.

           EXEC SQL
               FETCH STATE-POLICY-CURSOR
               INTO :WS-JURISDICTION, :WS-POLICY-TYPE,
                   :WS-POLICY-ID, :WS-PREMIUM, :WS-POLICY-STATUS,
                   :WS-START-DATE, :WS-COVER-FROM, :WS-ENDED-ON,
                   :WS-TERM-EXPIRY, :WS-CONVERTED-ON
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               IF IS-FIRST-ROW
                   MOVE WS-JURISDICTION TO PREV-JURISDICTION
                   MOVE WS-POLICY-TYPE TO PREV-TYPE
               ELSE
                   IF WS-JURISDICTION NOT = PREV-JURISDICTION
                       PERFORM CLOSE-ONE-LINE
                       PERFORM CLOSE-ONE-JURISDICTION
                       MOVE WS-JURISDICTION TO PREV-JURISDICTION
                       MOVE WS-POLICY-TYPE TO PREV-TYPE
                   ELSE
                       IF WS-POLICY-TYPE NOT = PREV-TYPE
                           PERFORM CLOSE-ONE-LINE
                           MOVE WS-POLICY-TYPE TO PREV-TYPE
                       END-IF
                   END-IF
               END-IF

               MOVE "N" TO FIRST-ROW

               PERFORM COUNT-ONE-POLICY
           END-IF.

      *> written is the premium of a policy starting in the year -
      *> GLEXTRACT's PREMIUM event exactly. In force at the year end
      *> is in force today or ended only after the year was out -
      *> reduced paid-up, and extended term whose term had not run
      *> out by the year end, included. Premium is earned only up
      *> to a nonforfeiture conversion: the premium on the row is
      *> what the policy paid before it, not after.
       COUNT-ONE-POLICY.

           IF WS-START-DATE >= WS-YEAR-START
               AND WS-START-DATE <= WS-YEAR-END
               ADD WS-PREMIUM TO LINE-WRITTEN
           END-IF

           MOVE SPACES TO WS-COVER-TO

      *>   a policy written after the year was out has no part in it
           IF WS-START-DATE <= WS-YEAR-END
               IF STILL-IN-FORCE
                   OR REDUCED-PAID-UP
                   OR (EXTENDED-TERM
                       AND (WS-TERM-EXPIRY = SPACES
                           OR WS-TERM-EXPIRY > WS-YEAR-END))
                   OR WS-ENDED-ON > WS-YEAR-END
                   ADD 1 TO LINE-IN-FORCE
                   MOVE WS-YEAR-END TO WS-COVER-TO
               ELSE
                   IF WS-ENDED-ON NOT = SPACES
                       MOVE WS-ENDED-ON TO WS-COVER-TO
                   ELSE
                       MOVE WS-CONVERTED-ON TO WS-COVER-TO
                   END-IF
               END-IF
           END-IF

      *>   a conversion before the year began leaves the window
      *>   empty, and nothing is earned
           IF WS-COVER-TO NOT = SPACES
               AND WS-CONVERTED-ON NOT = SPACES
               AND WS-CONVERTED-ON < WS-COVER-TO
               MOVE WS-CONVERTED-ON TO WS-COVER-TO
           END-IF

           IF WS-COVER-TO NOT = SPACES
               PERFORM EARN-POLICY-IN-YEAR
               ADD WS-EARNED-PREMIUM TO LINE-EARNED
           END-IF.

      *> the annual premium over the days of the year the policy was
      *> on the books - MLRREBATE's earning, so the exhibit and the
      *> MLR filing agree on what a block earned.
       EARN-POLICY-IN-YEAR.

           MOVE WS-COVER-FROM(1:4) TO WS-FROM-8(1:4)
           MOVE WS-COVER-FROM(6:2) TO WS-FROM-8(5:2)
           MOVE WS-COVER-FROM(9:2) TO WS-FROM-8(7:2)
           COMPUTE WS-FROM-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-FROM-8)

           MOVE WS-COVER-TO(1:4) TO WS-TO-8(1:4)
           MOVE WS-COVER-TO(6:2) TO WS-TO-8(5:2)
           MOVE WS-COVER-TO(9:2) TO WS-TO-8(7:2)
           COMPUTE WS-TO-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-TO-8)

           COMPUTE WS-DAYS-COVERED =
               WS-TO-JULIAN - WS-FROM-JULIAN + 1

           IF WS-DAYS-COVERED <= 0
               MOVE 0 TO WS-EARNED-PREMIUM
           ELSE
               COMPUTE WS-EARNED-PREMIUM ROUNDED =
                   WS-PREMIUM * WS-DAYS-COVERED / WS-DAYS-IN-YEAR
           END-IF.

      *> the cash side of the line is pulled by singleton SELECTs
      *> over the same jurisdiction and type, LOSSRATIO-style, each
      *> on the date GLEXTRACT posts it by: payments on pay date,
      *> claim and benefit payables on the date the payment run paid
      *> them. Dividends are every dividend allocated in the year,
      *> whatever the option - the cash ones are kept apart as well,
      *> since only those pass through the ledger as payables.
      *> Incurred is on the accident year: claims with a loss in the
      *> year at what they were settled for, open ones at their case
      *> reserve, denied ones at nothing, less what was recovered.
       CLOSE-ONE-LINE.

           MOVE 0 TO WS-COLLECTED
           MOVE 0 TO WS-DIVIDENDS
           MOVE 0 TO WS-CASH-DIVIDENDS
           MOVE 0 TO WS-LOSSES-PAID
           MOVE 0 TO WS-LOSSES-INCURRED
           MOVE 0 TO WS-RECOVERIES

           EXEC SQL
               SELECT COALESCE(SUM(y.amount), 0)
               INTO :WS-COLLECTED
               FROM payments y, policy_master p
               WHERE y.policy_id = p.policy_id
                   AND COALESCE(p.jurisdiction_code, ' ') =
                       :PREV-JURISDICTION
                   AND p.policy_type = :PREV-TYPE
                   AND y.pay_date BETWEEN :WS-YEAR-START
                       AND :WS-YEAR-END
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(d.dividend_amount), 0),
                   COALESCE(SUM(CASE WHEN d.dividend_option = 'C'
                       THEN d.dividend_amount ELSE 0 END), 0)
               INTO :WS-DIVIDENDS, :WS-CASH-DIVIDENDS
               FROM dividend_history d, policy_master p
               WHERE d.policy_id = p.policy_id
                   AND COALESCE(p.jurisdiction_code, ' ') =
                       :PREV-JURISDICTION
                   AND p.policy_type = :PREV-TYPE
                   AND d.allocated_date BETWEEN :WS-YEAR-START
                       AND :WS-YEAR-END
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(y.amount), 0)
               INTO :WS-LOSSES-PAID
               FROM payables y, policy_master p
               WHERE y.policy_id = p.policy_id
                   AND COALESCE(p.jurisdiction_code, ' ') =
                       :PREV-JURISDICTION
                   AND p.policy_type = :PREV-TYPE
                   AND y.payable_status = 'P'
                   AND RTRIM(y.source) IN ('CLAIMSETTLE', 'BENEFIT')
                   AND y.paid_date BETWEEN :WS-YEAR-START
                       AND :WS-YEAR-END
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(CASE
                   WHEN c.claim_status IN ('A', 'P')
                       THEN COALESCE(c.amount_payable, 0)
                   WHEN c.claim_status = 'O'
                       THEN COALESCE(c.case_reserve, 0)
                   ELSE 0 END), 0)
               INTO :WS-LOSSES-INCURRED
               FROM claims c, policy_master p
               WHERE c.policy_id = p.policy_id
                   AND COALESCE(p.jurisdiction_code, ' ') =
                       :PREV-JURISDICTION
                   AND p.policy_type = :PREV-TYPE
                   AND c.date_of_loss BETWEEN :WS-YEAR-START
                       AND :WS-YEAR-END
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(r.received_amount), 0)
               INTO :WS-RECOVERIES
               FROM claim_recoveries r, claims c, policy_master p
               WHERE r.claim_id = c.claim_id
                   AND c.policy_id = p.policy_id
                   AND COALESCE(p.jurisdiction_code, ' ') =
                       :PREV-JURISDICTION
                   AND p.policy_type = :PREV-TYPE
                   AND c.date_of_loss BETWEEN :WS-YEAR-START
                       AND :WS-YEAR-END
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR READING " PREV-JURISDICTION " "
                   PREV-TYPE " - " SQL-ERROR-MESSAGE
           END-IF

           SUBTRACT WS-RECOVERIES FROM WS-LOSSES-INCURRED

      *>   a line with nothing to show - a type the jurisdiction no
      *>   longer writes and that had no activity in the year -
      *>   stays off the page
           IF LINE-IN-FORCE > 0 OR LINE-WRITTEN > 0
               OR LINE-EARNED > 0 OR WS-COLLECTED > 0
               OR WS-DIVIDENDS > 0 OR WS-LOSSES-PAID > 0
               OR WS-LOSSES-INCURRED NOT = 0
               ADD 1 TO LINE-COUNT
               DISPLAY PREV-JURISDICTION " " PREV-TYPE
                   " IN FORCE " LINE-IN-FORCE
                   " WRITTEN " LINE-WRITTEN
                   " EARNED " LINE-EARNED
                   " COLLECTED " WS-COLLECTED
               DISPLAY "   " PREV-TYPE
                   " DIVIDENDS " WS-DIVIDENDS
                   " LOSSES PAID " WS-LOSSES-PAID
                   " INCURRED " WS-LOSSES-INCURRED
           END-IF

           ADD LINE-IN-FORCE TO JURIS-IN-FORCE
           ADD LINE-WRITTEN TO JURIS-WRITTEN
           ADD LINE-EARNED TO JURIS-EARNED
           ADD WS-COLLECTED TO JURIS-COLLECTED
           ADD WS-DIVIDENDS TO JURIS-DIVIDENDS
           ADD WS-LOSSES-PAID TO JURIS-LOSSES-PAID
           ADD WS-LOSSES-INCURRED TO JURIS-INCURRED
           ADD WS-CASH-DIVIDENDS TO TOTAL-CASH-DIVIDENDS

           MOVE 0 TO LINE-IN-FORCE
           MOVE 0 TO LINE-WRITTEN
           MOVE 0 TO LINE-EARNED.

       CLOSE-ONE-JURISDICTION.

           ADD 1 TO JURISDICTION-COUNT

           DISPLAY "-----------------------------".
           DISPLAY PREV-JURISDICTION " TOTAL"
               " IN FORCE " JURIS-IN-FORCE
               " WRITTEN " JURIS-WRITTEN
               " EARNED " JURIS-EARNED
               " COLLECTED " JURIS-COLLECTED.
           DISPLAY PREV-JURISDICTION " TOTAL"
               " DIVIDENDS " JURIS-DIVIDENDS
               " LOSSES PAID " JURIS-LOSSES-PAID
               " INCURRED " JURIS-INCURRED.
           DISPLAY "-----------------------------".

           ADD JURIS-IN-FORCE TO TOTAL-IN-FORCE
           ADD JURIS-WRITTEN TO TOTAL-WRITTEN
           ADD JURIS-EARNED TO TOTAL-EARNED
           ADD JURIS-COLLECTED TO TOTAL-COLLECTED
           ADD JURIS-DIVIDENDS TO TOTAL-DIVIDENDS
           ADD JURIS-LOSSES-PAID TO TOTAL-LOSSES-PAID
           ADD JURIS-INCURRED TO TOTAL-INCURRED

           MOVE 0 TO JURIS-IN-FORCE
           MOVE 0 TO JURIS-WRITTEN
           MOVE 0 TO JURIS-EARNED
           MOVE 0 TO JURIS-COLLECTED
           MOVE 0 TO JURIS-DIVIDENDS
           MOVE 0 TO JURIS-LOSSES-PAID
           MOVE 0 TO JURIS-INCURRED.

      *> the grand totals against the same events selected the way
      *> GLEXTRACT selects them for the year, with no jurisdiction
      *> or policy to hang them on. A difference is money the
      *> ledger carries that the exhibit cannot place - a payment
      *> or payable whose policy is no longer on the book - or, for
      *> dividends, cash allocated in the year that the payment run
      *> had not yet paid by the year end.
       TIE-TO-THE-LEDGER.

           EXEC SQL
               SELECT COALESCE(SUM(premium), 0)
               INTO :GL-WRITTEN
               FROM policy_master
               WHERE start_date BETWEEN :WS-YEAR-START
                   AND :WS-YEAR-END
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(amount), 0)
               INTO :GL-COLLECTED
               FROM payments
               WHERE pay_date BETWEEN :WS-YEAR-START
                   AND :WS-YEAR-END
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(amount), 0)
               INTO :GL-LOSSES-PAID
               FROM payables
               WHERE payable_status = 'P'
                   AND RTRIM(source) IN ('CLAIMSETTLE', 'BENEFIT')
                   AND paid_date BETWEEN :WS-YEAR-START
                       AND :WS-YEAR-END
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(amount), 0)
               INTO :GL-DIVIDENDS
               FROM payables
               WHERE payable_status = 'P'
                   AND RTRIM(source) = 'DIVIDEND'
                   AND paid_date BETWEEN :WS-YEAR-START
                       AND :WS-YEAR-END
           END-EXEC

           DISPLAY "--- TIE TO GENERAL LEDGER ---".

           MOVE "PREMIUM WRITTEN" TO WS-TIE-LABEL
           MOVE TOTAL-WRITTEN TO WS-EXHIBIT-FIGURE
           MOVE GL-WRITTEN TO WS-GL-FIGURE
           PERFORM SHOW-ONE-TIE

           MOVE "PREMIUM COLLECTED" TO WS-TIE-LABEL
           MOVE TOTAL-COLLECTED TO WS-EXHIBIT-FIGURE
           MOVE GL-COLLECTED TO WS-GL-FIGURE
           PERFORM SHOW-ONE-TIE

           MOVE "LOSSES PAID" TO WS-TIE-LABEL
           MOVE TOTAL-LOSSES-PAID TO WS-EXHIBIT-FIGURE
           MOVE GL-LOSSES-PAID TO WS-GL-FIGURE
           PERFORM SHOW-ONE-TIE

           MOVE "CASH DIVIDENDS" TO WS-TIE-LABEL
           MOVE TOTAL-CASH-DIVIDENDS TO WS-EXHIBIT-FIGURE
           MOVE GL-DIVIDENDS TO WS-GL-FIGURE
           PERFORM SHOW-ONE-TIE

           IF WS-OUT-OF-TIE = 0
               DISPLAY "EXHIBIT TIES TO THE LEDGER"
           ELSE
               DISPLAY "WARNING: " WS-OUT-OF-TIE
                   " FIGURES DO NOT TIE TO THE LEDGER"
           END-IF.

       SHOW-ONE-TIE.

           COMPUTE WS-DIFFERENCE = WS-EXHIBIT-FIGURE - WS-GL-FIGURE

           DISPLAY WS-TIE-LABEL " EXHIBIT " WS-EXHIBIT-FIGURE
               " LEDGER " WS-GL-FIGURE
               " DIFFERENCE " WS-DIFFERENCE

           IF WS-DIFFERENCE NOT = 0
               ADD 1 TO WS-OUT-OF-TIE
           END-IF.

      *> the ledger figures are only final once GLPERIOD has closed
      *> every month of the year; a month with no period row has
      *> never been closed, as GLEXTRACT treats it.
       CHECK-PERIOD-CLOSE.

           DISPLAY "--- PERIOD CLOSE ---".

           PERFORM CHECK-ONE-PERIOD
               VARYING WS-MONTH FROM 1 BY 1
               UNTIL WS-MONTH > 12

           IF WS-CLOSED-PERIODS = 12
               DISPLAY "ALL 12 PERIODS OF " WS-STATE-YEAR
                   " CLOSED - EXHIBIT IS FINAL"
           ELSE
               DISPLAY "WARNING: " WS-CLOSED-PERIODS
                   " OF 12 PERIODS CLOSED - EXHIBIT IS NOT FINAL"
           END-IF.

       CHECK-ONE-PERIOD.

           STRING WS-STATE-YEAR "-" WS-MONTH DELIMITED BY SIZE
               INTO WS-PERIOD

           MOVE "O" TO WS-PERIOD-STATUS

           EXEC SQL
               SELECT period_status INTO :WS-PERIOD-STATUS
               FROM accounting_periods
               WHERE accounting_period = :WS-PERIOD
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE "O" TO WS-PERIOD-STATUS
           END-IF

           IF WS-PERIOD-STATUS = "C"
               ADD 1 TO WS-CLOSED-PERIODS
           ELSE
               DISPLAY "PERIOD " WS-PERIOD " IS STILL OPEN"
           END-IF.
