       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFORECAST.

      *> the nightly treasury cash forecast: what the book expects
      *> to take in and pay out on each business day of the next
      *> FORECAST-DAYS days, by currency, so treasury knows what the
      *> operating account has to hold. Every flow lands on the day
      *> the bank will actually move it - its expected date rolled
      *> through BUSDAY past weekends and holidays.
      *>
      *>   receipts  - open invoices by due date; those on a policy
      *>               with a live mandate are collected by direct
      *>               debit, so they come in net of the historical
      *>               return rate on direct_debits
      *>   outflows  - open payables, which the payment run pays on
      *>               the next business day, and those held for a
      *>               second approval; the next anniversary payout
      *>               of each annuity in payout; each month's draw
      *>               on the recurring benefit schedules; this
      *>               year's RMD run if it has not happened yet, at
      *>               what last year's booked; and each commission
      *>               run not yet made, at what the last one paid
      *>
      *> Each night's forecast is kept on cash_forecasts under the
      *> date it was made, so a forecast can later be set against
      *> what actually moved. A rerun the same night replaces that
      *> night's forecast.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 FORECAST-DAYS         PIC 9(3) VALUE 90.

      *> the annual RMD run is scheduled for this day of December,
      *> ahead of the year-end distribution deadline.
       01 RMD-RUN-MONTH-DAY     PIC X(05) VALUE "12-01".

      *> a schedule's day of the month past the 28th pays on the
      *> 28th, so a short month never skips it.
       01 LAST-SAFE-DAY         PIC 9(2) VALUE 28.

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-JULIAN       PIC 9(7).
       01 WS-TODAY-DASH         PIC X(10).
       01 WS-FIRST-DAY-DASH     PIC X(10).
       01 WS-LAST-DAY-JULIAN    PIC 9(7).
       01 WS-LAST-DAY-DASH      PIC X(10).

      *> date work areas shared by the conversions below.
       01 WS-WORK-8             PIC 9(8).
       01 WS-WORK-JULIAN        PIC 9(7).
       01 WS-WORK-DASH          PIC X(10).
       01 WS-WORK-YEAR          PIC 9(4).
       01 WS-WORK-MONTH         PIC 9(2).
       01 WS-WORK-DAY           PIC 9(2).

      *> one flow on its way onto the forecast.
       01 WS-FLOW-DATE          PIC X(10).
       01 WS-BUS-DATE           PIC X(10).
       01 WS-CURRENCY-CODE      PIC X(03).
       01 WS-FLOW-TYPE          PIC X(12).
       01 WS-FLOW-DIRECTION     PIC X(01).
           88 FLOW-RECEIPT          VALUE "R".
           88 FLOW-OUTFLOW          VALUE "O".
       01 WS-FLOW-AMOUNT        PIC 9(11)V99.

       01 WS-DUE-DATE           PIC X(10).
       01 WS-COLLECT-BY         PIC X(01).
           88 COLLECTED-BY-DEBIT    VALUE "D".
       01 WS-OPEN-AMOUNT        PIC 9(11)V99.

       01 WS-DEBITED-TOTAL      PIC 9(13)V99.
       01 WS-RETURNED-TOTAL     PIC 9(13)V99.
       01 WS-RETURN-RATE        PIC 9V9999 VALUE 0.

       01 WS-PAYABLE-STATUS     PIC X(01).
           88 PAYABLE-HELD          VALUE "H".

       01 WS-ANNUITIZE-DATE     PIC X(10).
       01 WS-ANNUAL-PAYOUT      PIC 9(9)V99.

       01 WS-START-DATE         PIC X(10).
       01 WS-MONTHLY-AMOUNT     PIC 9(9)V99.
       01 WS-MONTHS-LEFT        PIC S9(5).
       01 WS-PAY-DAY            PIC 9(2).

       01 WS-THIS-YEAR          PIC 9(4).
       01 WS-PRIOR-YEAR         PIC 9(4).
       01 WS-RMD-BOOKED-COUNT   PIC 9(7).
       01 WS-RMD-AMOUNT         PIC 9(11)V99.

       01 WS-LAST-PERIOD-END    PIC X(10).
       01 WS-LAST-COMMISSION    PIC S9(11)V99.
       01 WS-PERIOD-END-JULIAN  PIC 9(7).

       01 FORECAST-ROWS         PIC 9(7) VALUE 0.
       01 FLOWS-BEYOND          PIC 9(7) VALUE 0.
       01 CURRENCY-COUNT        PIC 9(5) VALUE 0.

      *> a row that will not store spoils the night's forecast - the
      *> run rolls back to the previous one rather than report a
      *> position with a flow missing from it.
       01 WS-STORE-FAILED       PIC X(01) VALUE "N".
           88 STORE-FAILED          VALUE "Y".

       01 WS-DAY-RECEIPTS       PIC 9(11)V99.
       01 WS-DAY-OUTFLOWS       PIC 9(11)V99.
       01 WS-DAY-NET            PIC S9(11)V99.
       01 WS-RUNNING-NET        PIC S9(13)V99.
       01 WS-LOWEST-NET         PIC S9(13)V99.
       01 WS-LOWEST-DATE        PIC X(10).
       01 CURR-RECEIPTS         PIC 9(13)V99.
       01 CURR-OUTFLOWS         PIC 9(13)V99.

       01 FIRST-ROW             PIC X(01) VALUE "Y".
           88 IS-FIRST-ROW          VALUE "Y".
       01 PREV-CURRENCY         PIC X(03) VALUE SPACES.

       01 WS-RUN-ACTION         PIC X(01).
       01 WS-RUN-PROGRAM        PIC X(20).
       01 WS-RUN-ID             PIC 9(9) VALUE 0.
       01 WS-RUN-STATUS         PIC X(01).
       01 WS-RUN-COUNT-1        PIC 9(7).
       01 WS-RUN-COUNT-2        PIC 9(7).
       01 WS-RUN-COUNT-3        PIC 9(7).

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> open invoices falling due inside the horizon, summed by due
      *> date and currency, split by how they will be collected. A
      *> combined or group bill carries no policy and is in USD.
       EXEC SQL
           DECLARE FCST-INVOICE-CURSOR CURSOR FOR
               SELECT i.due_date,
                   COALESCE(p.currency_code, 'USD'),
                   CASE WHEN EXISTS
                       (SELECT 1 FROM bank_mandates m
                        WHERE m.policy_id = i.policy_id
                            AND m.mandate_status = 'A')
                       THEN 'D' ELSE 'I' END,
                   COALESCE(SUM(i.amount_due
                       - COALESCE(i.amount_paid, 0)), 0)
               FROM invoices i
                   LEFT JOIN policy_master p
                       ON p.policy_id = i.policy_id
               WHERE i.invoice_status = 'O'
                   AND i.due_date BETWEEN :WS-FIRST-DAY-DASH
                       AND :WS-LAST-DAY-DASH
               GROUP BY 1, 2, 3
               ORDER BY 1, 2, 3
       END-EXEC.

      *> everything on the payables ledger not yet paid - released
      *> rows go in the next payment run, held rows once approved.
       EXEC SQL
           DECLARE FCST-PAYABLE-CURSOR CURSOR FOR
               SELECT COALESCE(currency_code, 'USD'),
                   payable_status, COALESCE(SUM(amount), 0)
               FROM payables
               WHERE payable_status IN ('O', 'H')
               GROUP BY 1, 2
               ORDER BY 1, 2
       END-EXEC.

      *> annuities in payout with periods still to pay, on a policy
      *> still in force - ANNUITYPAYOUT stops any other.
       EXEC SQL
           DECLARE FCST-ANNUITY-CURSOR CURSOR FOR
               SELECT a.annuitize_date,
                   COALESCE(p.currency_code, 'USD'),
                   a.annual_payout
               FROM annuity_payouts a, policy_master p
               WHERE a.policy_id = p.policy_id
                   AND a.payout_status = 'A'
                   AND a.periods_paid < a.payout_years
                   AND p.policy_status = 'A'
               ORDER BY a.policy_id
       END-EXEC.

      *> recurring benefit schedules still drawing down.
       EXEC SQL
           DECLARE FCST-BENEFIT-CURSOR CURSOR FOR
               SELECT b.start_date,
                   COALESCE(p.currency_code, 'USD'),
                   b.monthly_amount, b.months_max - b.months_paid
               FROM benefit_schedules b, policy_master p
               WHERE b.policy_id = p.policy_id
                   AND b.schedule_status = 'A'
                   AND b.months_paid < b.months_max
               ORDER BY b.claim_id
       END-EXEC.

      *> last year's RMD bookings by currency - the estimate for a
      *> run that has not yet been made this year.
       EXEC SQL
           DECLARE FCST-RMD-CURSOR CURSOR FOR
               SELECT COALESCE(p.currency_code, 'USD'),
                   COALESCE(SUM(r.booked_amount), 0)
               FROM rmd_distributions r, policy_master p
               WHERE r.policy_id = p.policy_id
                   AND r.rmd_year = :WS-PRIOR-YEAR
               GROUP BY 1
               ORDER BY 1
       END-EXEC.

      *> the stored forecast by currency and business day, for the
      *> daily position with its running balance.
       EXEC SQL
           DECLARE FCST-DAY-CURSOR CURSOR FOR
               SELECT currency_code, flow_date,
                   COALESCE(SUM(CASE WHEN flow_direction = 'R'
                       THEN amount ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN flow_direction = 'O'
                       THEN amount ELSE 0 END), 0)
               FROM cash_forecasts
               WHERE forecast_date = :WS-TODAY-DASH
               GROUP BY currency_code, flow_date
               ORDER BY currency_code, flow_date
       END-EXEC.

      *> the same forecast totalled by section over the horizon.
       EXEC SQL
           DECLARE FCST-TYPE-CURSOR CURSOR FOR
               SELECT currency_code, flow_direction, flow_type,
                   COALESCE(SUM(amount), 0)
               FROM cash_forecasts
               WHERE forecast_date = :WS-TODAY-DASH
               GROUP BY currency_code, flow_direction, flow_type
               ORDER BY currency_code, flow_direction DESC,
                   flow_type
       END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY "=== TREASURY CASH FORECAST ===".

           MOVE "S" TO WS-RUN-ACTION
           MOVE "CASHFORECAST" TO WS-RUN-PROGRAM
           MOVE SPACES TO WS-RUN-STATUS
           MOVE 0 TO WS-RUN-COUNT-1
           MOVE 0 TO WS-RUN-COUNT-2
           MOVE 0 TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           PERFORM SET-THE-HORIZON

           DISPLAY "FORECAST OF " WS-TODAY-DASH ": "
               WS-FIRST-DAY-DASH " TO " WS-LAST-DAY-DASH.

           EXEC SQL
               DELETE FROM cash_forecasts
               WHERE forecast_date = :WS-TODAY-DASH
           END-EXEC

           PERFORM FIND-DEBIT-RETURN-RATE

           PERFORM FORECAST-INVOICE-RECEIPTS
           PERFORM FORECAST-OPEN-PAYABLES
           PERFORM FORECAST-ANNUITY-PAYOUTS
           PERFORM FORECAST-BENEFIT-DRAWS
           PERFORM FORECAST-RMD-RUN
           PERFORM FORECAST-COMMISSION-RUNS

           IF STORE-FAILED
               EXEC SQL ROLLBACK END-EXEC
               MOVE "E" TO WS-RUN-ACTION
               MOVE "F" TO WS-RUN-STATUS
               MOVE 0 TO WS-RUN-COUNT-1
               MOVE 0 TO WS-RUN-COUNT-2
               MOVE 0 TO WS-RUN-COUNT-3
               CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
                   WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
                   WS-RUN-COUNT-2 WS-RUN-COUNT-3
               EXEC SQL COMMIT END-EXEC
               DISPLAY "=== CASH FORECAST NOT STORED ==="
               GOBACK
           END-IF

           PERFORM PRINT-DAILY-POSITION
           PERFORM PRINT-SECTION-TOTALS

           MOVE "E" TO WS-RUN-ACTION
           MOVE "C" TO WS-RUN-STATUS
           MOVE FORECAST-ROWS TO WS-RUN-COUNT-1
           MOVE CURRENCY-COUNT TO WS-RUN-COUNT-2
           MOVE FLOWS-BEYOND TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "FORECAST ROWS STORED : " FORECAST-ROWS.
           DISPLAY "ROLLED PAST HORIZON  : " FLOWS-BEYOND.
           DISPLAY "=== CASH FORECAST COMPLETE ===".

           GOBACK.

      *> tomorrow through FORECAST-DAYS days out - tonight's own
      *> movements are already in the bank's hands.
       SET-THE-HORIZON.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           COMPUTE WS-TODAY-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-8)
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           MOVE WS-TODAY-8(1:4) TO WS-THIS-YEAR
           COMPUTE WS-PRIOR-YEAR = WS-THIS-YEAR - 1

           COMPUTE WS-WORK-JULIAN = WS-TODAY-JULIAN + 1
           PERFORM JULIAN-TO-DASH
           MOVE WS-WORK-DASH TO WS-FIRST-DAY-DASH

           COMPUTE WS-LAST-DAY-JULIAN =
               WS-TODAY-JULIAN + FORECAST-DAYS
           MOVE WS-LAST-DAY-JULIAN TO WS-WORK-JULIAN
           PERFORM JULIAN-TO-DASH
           MOVE WS-WORK-DASH TO WS-LAST-DAY-DASH.

      *> the share of what has ever been debited that came back -
      *> no history yet means no discount.
       FIND-DEBIT-RETURN-RATE.

           MOVE 0 TO WS-DEBITED-TOTAL
           MOVE 0 TO WS-RETURNED-TOTAL

           EXEC SQL
               SELECT COALESCE(SUM(amount), 0),
                   COALESCE(SUM(CASE WHEN debit_status = 'R'
                       THEN amount ELSE 0 END), 0)
               INTO :WS-DEBITED-TOTAL, :WS-RETURNED-TOTAL
               FROM direct_debits
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR READING DEBIT HISTORY - "
                   SQL-ERROR-MESSAGE
           END-IF

           IF WS-DEBITED-TOTAL > 0
               COMPUTE WS-RETURN-RATE ROUNDED =
                   WS-RETURNED-TOTAL / WS-DEBITED-TOTAL
           END-IF

           DISPLAY "DIRECT DEBIT RETURN RATE: " WS-RETURN-RATE.

       FORECAST-INVOICE-RECEIPTS.

           MOVE "N" TO WS-AT-END

           EXEC SQL OPEN FCST-INVOICE-CURSOR END-EXEC

           PERFORM FORECAST-ONE-INVOICE-DAY
               UNTIL WS-EOF

           EXEC SQL CLOSE FCST-INVOICE-CURSOR END-EXEC.

       FORECAST-ONE-INVOICE-DAY.

           EXEC SQL
               FETCH FCST-INVOICE-CURSOR
               INTO :WS-DUE-DATE, :WS-CURRENCY-CODE,
                   :WS-COLLECT-BY, :WS-OPEN-AMOUNT
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               MOVE WS-DUE-DATE TO WS-FLOW-DATE
               SET FLOW-RECEIPT TO TRUE
               IF COLLECTED-BY-DEBIT
                   MOVE "DIRECTDEBIT" TO WS-FLOW-TYPE
                   COMPUTE WS-FLOW-AMOUNT ROUNDED =
                       WS-OPEN-AMOUNT * (1 - WS-RETURN-RATE)
               ELSE
                   MOVE "INVOICE" TO WS-FLOW-TYPE
                   MOVE WS-OPEN-AMOUNT TO WS-FLOW-AMOUNT
               END-IF
               PERFORM ADD-TO-FORECAST
           END-IF.

      *> the payment run takes released payables on its next run,
      *> the next business day; held ones are shown on that day as
      *> well, apart, since approval can release them at any time.
       FORECAST-OPEN-PAYABLES.

           MOVE "N" TO WS-AT-END

           EXEC SQL OPEN FCST-PAYABLE-CURSOR END-EXEC

           PERFORM FORECAST-ONE-PAYABLE-GROUP
               UNTIL WS-EOF

           EXEC SQL CLOSE FCST-PAYABLE-CURSOR END-EXEC.

       FORECAST-ONE-PAYABLE-GROUP.

           EXEC SQL
               FETCH FCST-PAYABLE-CURSOR
               INTO :WS-CURRENCY-CODE, :WS-PAYABLE-STATUS,
                   :WS-FLOW-AMOUNT
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               MOVE WS-FIRST-DAY-DASH TO WS-FLOW-DATE
               SET FLOW-OUTFLOW TO TRUE
               IF PAYABLE-HELD
                   MOVE "PAYABLE-HELD" TO WS-FLOW-TYPE
               ELSE
                   MOVE "PAYABLE" TO WS-FLOW-TYPE
               END-IF
               PERFORM ADD-TO-FORECAST
           END-IF.

      *> an annuity pays once a year on the anniversary of its
      *> annuitization - at most one falls inside the horizon.
       FORECAST-ANNUITY-PAYOUTS.

           MOVE "N" TO WS-AT-END

           EXEC SQL OPEN FCST-ANNUITY-CURSOR END-EXEC

           PERFORM FORECAST-ONE-ANNUITY
               UNTIL WS-EOF

           EXEC SQL CLOSE FCST-ANNUITY-CURSOR END-EXEC.

       FORECAST-ONE-ANNUITY.

           EXEC SQL
               FETCH FCST-ANNUITY-CURSOR
               INTO :WS-ANNUITIZE-DATE, :WS-CURRENCY-CODE,
                   :WS-ANNUAL-PAYOUT
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               MOVE WS-THIS-YEAR TO WS-WORK-YEAR
               MOVE WS-ANNUITIZE-DATE(6:2) TO WS-WORK-MONTH
               MOVE WS-ANNUITIZE-DATE(9:2) TO WS-WORK-DAY
               IF WS-WORK-MONTH = 2 AND WS-WORK-DAY = 29
                   MOVE LAST-SAFE-DAY TO WS-WORK-DAY
               END-IF
               PERFORM PARTS-TO-JULIAN

               IF WS-WORK-JULIAN <= WS-TODAY-JULIAN
                   ADD 1 TO WS-WORK-YEAR
                   PERFORM PARTS-TO-JULIAN
               END-IF

               IF WS-WORK-JULIAN <= WS-LAST-DAY-JULIAN
                   PERFORM JULIAN-TO-DASH
                   MOVE WS-WORK-DASH TO WS-FLOW-DATE
                   SET FLOW-OUTFLOW TO TRUE
                   MOVE "ANNUITY" TO WS-FLOW-TYPE
                   MOVE WS-ANNUAL-PAYOUT TO WS-FLOW-AMOUNT
                   PERFORM ADD-TO-FORECAST
               END-IF
           END-IF.

      *> a benefit schedule draws once a month on the day of the
      *> month it started, until its remaining months run out.
       FORECAST-BENEFIT-DRAWS.

           MOVE "N" TO WS-AT-END

           EXEC SQL OPEN FCST-BENEFIT-CURSOR END-EXEC

           PERFORM FORECAST-ONE-SCHEDULE
               UNTIL WS-EOF

           EXEC SQL CLOSE FCST-BENEFIT-CURSOR END-EXEC.

       FORECAST-ONE-SCHEDULE.

           EXEC SQL
               FETCH FCST-BENEFIT-CURSOR
               INTO :WS-START-DATE, :WS-CURRENCY-CODE,
                   :WS-MONTHLY-AMOUNT, :WS-MONTHS-LEFT
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               MOVE WS-START-DATE(9:2) TO WS-PAY-DAY
               IF WS-PAY-DAY > LAST-SAFE-DAY
                   MOVE LAST-SAFE-DAY TO WS-PAY-DAY
               END-IF

               MOVE WS-TODAY-8(1:4) TO WS-WORK-YEAR
               MOVE WS-TODAY-8(5:2) TO WS-WORK-MONTH
               MOVE WS-PAY-DAY TO WS-WORK-DAY
               PERFORM PARTS-TO-JULIAN

               IF WS-WORK-JULIAN <= WS-TODAY-JULIAN
                   PERFORM STEP-ONE-MONTH
               END-IF

               PERFORM FORECAST-ONE-DRAW
                   UNTIL WS-WORK-JULIAN > WS-LAST-DAY-JULIAN
                       OR WS-MONTHS-LEFT <= 0
           END-IF.

       FORECAST-ONE-DRAW.

           PERFORM JULIAN-TO-DASH
           MOVE WS-WORK-DASH TO WS-FLOW-DATE
           SET FLOW-OUTFLOW TO TRUE
           MOVE "BENEFIT" TO WS-FLOW-TYPE
           MOVE WS-MONTHLY-AMOUNT TO WS-FLOW-AMOUNT
           PERFORM ADD-TO-FORECAST

           SUBTRACT 1 FROM WS-MONTHS-LEFT
           PERFORM STEP-ONE-MONTH.

      *> the same day of the next month - the day is always 28 or
      *> less, so every month has it.
       STEP-ONE-MONTH.

           IF WS-WORK-MONTH = 12
               MOVE 1 TO WS-WORK-MONTH
               ADD 1 TO WS-WORK-YEAR
           ELSE
               ADD 1 TO WS-WORK-MONTH
           END-IF

           PERFORM PARTS-TO-JULIAN.

      *> RMDBATCH runs once a year; until this year's run has booked
      *> its rows, the year's distributions are still to go out.
      *> A run already past its scheduled day is due tomorrow.
       FORECAST-RMD-RUN.

           MOVE 0 TO WS-RMD-BOOKED-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :WS-RMD-BOOKED-COUNT
               FROM rmd_distributions
               WHERE rmd_year = :WS-THIS-YEAR
           END-EXEC

           IF WS-RMD-BOOKED-COUNT = 0
               STRING WS-THIS-YEAR "-" RMD-RUN-MONTH-DAY
                   DELIMITED BY SIZE INTO WS-FLOW-DATE
               IF WS-FLOW-DATE < WS-FIRST-DAY-DASH
                   MOVE WS-FIRST-DAY-DASH TO WS-FLOW-DATE
               END-IF

               IF WS-FLOW-DATE <= WS-LAST-DAY-DASH
                   MOVE "N" TO WS-AT-END
                   EXEC SQL OPEN FCST-RMD-CURSOR END-EXEC
                   PERFORM FORECAST-ONE-RMD-CURRENCY
                       UNTIL WS-EOF
                   EXEC SQL CLOSE FCST-RMD-CURSOR END-EXEC
               END-IF
           END-IF.

       FORECAST-ONE-RMD-CURRENCY.

           EXEC SQL
               FETCH FCST-RMD-CURSOR
               INTO :WS-CURRENCY-CODE, :WS-RMD-AMOUNT
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               SET FLOW-OUTFLOW TO TRUE
               MOVE "RMD" TO WS-FLOW-TYPE
               MOVE WS-RMD-AMOUNT TO WS-FLOW-AMOUNT
               PERFORM ADD-TO-FORECAST
           END-IF.

      *> commission is run for each calendar month once it has
      *> ended and paid by the payment run the business day after.
      *> Every month-end since the last period run is a run still
      *> to come, estimated at what the last run paid net of
      *> chargebacks. Statements carry no currency - they are USD.
       FORECAST-COMMISSION-RUNS.

           MOVE SPACES TO WS-LAST-PERIOD-END
           MOVE 0 TO WS-LAST-COMMISSION

           EXEC SQL
               SELECT COALESCE(MAX(period_end), ' ')
               INTO :WS-LAST-PERIOD-END
               FROM commission_statements
           END-EXEC

           IF WS-LAST-PERIOD-END NOT = SPACES
               EXEC SQL
                   SELECT COALESCE(SUM(net_commission), 0)
                   INTO :WS-LAST-COMMISSION
                   FROM commission_statements
                   WHERE period_end = :WS-LAST-PERIOD-END
               END-EXEC
           END-IF

           IF WS-LAST-PERIOD-END NOT = SPACES
               AND WS-LAST-COMMISSION > 0
               MOVE WS-LAST-PERIOD-END(1:4) TO WS-WORK-YEAR
               MOVE WS-LAST-PERIOD-END(6:2) TO WS-WORK-MONTH
               PERFORM NEXT-MONTH-END
               PERFORM FORECAST-ONE-COMMISSION-RUN
                   UNTIL WS-PERIOD-END-JULIAN >= WS-LAST-DAY-JULIAN
           END-IF.

       FORECAST-ONE-COMMISSION-RUN.

           COMPUTE WS-WORK-JULIAN = WS-PERIOD-END-JULIAN + 1
           IF WS-WORK-JULIAN <= WS-TODAY-JULIAN
               COMPUTE WS-WORK-JULIAN = WS-TODAY-JULIAN + 1
           END-IF
           PERFORM JULIAN-TO-DASH

           MOVE WS-WORK-DASH TO WS-FLOW-DATE
           MOVE "USD" TO WS-CURRENCY-CODE
           SET FLOW-OUTFLOW TO TRUE
           MOVE "COMMISSION" TO WS-FLOW-TYPE
           MOVE WS-LAST-COMMISSION TO WS-FLOW-AMOUNT
           PERFORM ADD-TO-FORECAST

           PERFORM NEXT-MONTH-END.

      *> the last day of the month after WS-WORK-YEAR/WS-WORK-MONTH,
      *> which it moves on to: the first of the month after that,
      *> less a day.
       NEXT-MONTH-END.

           IF WS-WORK-MONTH = 12
               MOVE 1 TO WS-WORK-MONTH
               ADD 1 TO WS-WORK-YEAR
           ELSE
               ADD 1 TO WS-WORK-MONTH
           END-IF

           IF WS-WORK-MONTH = 12
               COMPUTE WS-WORK-8 = (WS-WORK-YEAR + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-WORK-8 = WS-WORK-YEAR * 10000
                   + (WS-WORK-MONTH + 1) * 100 + 1
           END-IF

           COMPUTE WS-PERIOD-END-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-WORK-8) - 1.

      *> every flow lands on the business day BUSDAY rolls it to;
      *> one rolled past the horizon is left for a later night.
      *> Flows of one kind landing on the same day and currency
      *> add into one row; the first of them finds no row to add
      *> into and inserts it.
       ADD-TO-FORECAST.

           IF WS-FLOW-AMOUNT > 0 AND NOT STORE-FAILED
               CALL "BUSDAY" USING WS-FLOW-DATE WS-BUS-DATE

               IF WS-BUS-DATE > WS-LAST-DAY-DASH
                   ADD 1 TO FLOWS-BEYOND
               ELSE
                   EXEC SQL
                       UPDATE cash_forecasts
                       SET amount = amount + :WS-FLOW-AMOUNT
                       WHERE forecast_date = :WS-TODAY-DASH
                           AND flow_date = :WS-BUS-DATE
                           AND currency_code = :WS-CURRENCY-CODE
                           AND flow_direction = :WS-FLOW-DIRECTION
                           AND flow_type = :WS-FLOW-TYPE
                   END-EXEC

                   IF (SQLCODE = 0 OR SQLCODE = 100)
                       AND SQLERRD(3) = 0
                       EXEC SQL
                           INSERT INTO cash_forecasts
                           (forecast_date, flow_date, currency_code,
                               flow_direction, flow_type, amount)
                           VALUES
                           (:WS-TODAY-DASH, :WS-BUS-DATE,
                               :WS-CURRENCY-CODE, :WS-FLOW-DIRECTION,
                               :WS-FLOW-TYPE, :WS-FLOW-AMOUNT)
                       END-EXEC
                       IF SQLCODE = 0
                           ADD 1 TO FORECAST-ROWS
                       END-IF
                   END-IF

                   IF SQLCODE NOT = 0
                       MOVE SQLCODE TO SQL-ERROR-CODE
                       CALL "SQLMSG" USING SQL-ERROR-CODE
                           SQL-ERROR-MESSAGE
                       DISPLAY "ERROR STORING " WS-FLOW-TYPE " "
                           WS-CURRENCY-CODE " FOR " WS-BUS-DATE " - "
                           SQL-ERROR-MESSAGE
                       SET STORE-FAILED TO TRUE
                   END-IF
               END-IF
           END-IF.

      *> each currency's business days with the day's receipts,
      *> outflows and net, and the running position from tonight -
      *> the low point is what the operating account must cover.
       PRINT-DAILY-POSITION.

           DISPLAY "--- DAILY POSITION BY CURRENCY ---".
           DISPLAY "CCY DATE       RECEIPTS        OUTFLOWS"
               "        NET             RUNNING".

           MOVE "N" TO WS-AT-END
           MOVE "Y" TO FIRST-ROW

           EXEC SQL OPEN FCST-DAY-CURSOR END-EXEC

           PERFORM PRINT-ONE-DAY
               UNTIL WS-EOF

           IF NOT IS-FIRST-ROW
               PERFORM PRINT-CURRENCY-LOW-POINT
           END-IF

           EXEC SQL CLOSE FCST-DAY-CURSOR END-EXEC.

       PRINT-ONE-DAY.

           EXEC SQL
               FETCH FCST-DAY-CURSOR
               INTO :WS-CURRENCY-CODE, :WS-BUS-DATE,
                   :WS-DAY-RECEIPTS, :WS-DAY-OUTFLOWS
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               IF IS-FIRST-ROW
                   OR WS-CURRENCY-CODE NOT = PREV-CURRENCY
                   IF NOT IS-FIRST-ROW
                       PERFORM PRINT-CURRENCY-LOW-POINT
                   END-IF
                   MOVE WS-CURRENCY-CODE TO PREV-CURRENCY
                   ADD 1 TO CURRENCY-COUNT
                   MOVE 0 TO WS-RUNNING-NET
                   MOVE 0 TO WS-LOWEST-NET
                   MOVE WS-FIRST-DAY-DASH TO WS-LOWEST-DATE
                   MOVE 0 TO CURR-RECEIPTS
                   MOVE 0 TO CURR-OUTFLOWS
               END-IF

               MOVE "N" TO FIRST-ROW

               COMPUTE WS-DAY-NET = WS-DAY-RECEIPTS - WS-DAY-OUTFLOWS
               ADD WS-DAY-NET TO WS-RUNNING-NET
               ADD WS-DAY-RECEIPTS TO CURR-RECEIPTS
               ADD WS-DAY-OUTFLOWS TO CURR-OUTFLOWS

               IF WS-RUNNING-NET < WS-LOWEST-NET
                   MOVE WS-RUNNING-NET TO WS-LOWEST-NET
                   MOVE WS-BUS-DATE TO WS-LOWEST-DATE
               END-IF

               DISPLAY WS-CURRENCY-CODE " " WS-BUS-DATE " "
                   WS-DAY-RECEIPTS " " WS-DAY-OUTFLOWS " "
                   WS-DAY-NET " " WS-RUNNING-NET
           END-IF.

       PRINT-CURRENCY-LOW-POINT.

           DISPLAY PREV-CURRENCY " TOTAL RECEIPTS " CURR-RECEIPTS
               " OUTFLOWS " CURR-OUTFLOWS
           DISPLAY PREV-CURRENCY " LOWEST RUNNING POSITION "
               WS-LOWEST-NET " ON " WS-LOWEST-DATE
           DISPLAY "-----------------------------".

       PRINT-SECTION-TOTALS.

           DISPLAY "--- HORIZON TOTALS BY SECTION ---".

           MOVE "N" TO WS-AT-END

           EXEC SQL OPEN FCST-TYPE-CURSOR END-EXEC

           PERFORM PRINT-ONE-SECTION
               UNTIL WS-EOF

           EXEC SQL CLOSE FCST-TYPE-CURSOR END-EXEC.

       PRINT-ONE-SECTION.

           EXEC SQL
               FETCH FCST-TYPE-CURSOR
               INTO :WS-CURRENCY-CODE, :WS-FLOW-DIRECTION,
                   :WS-FLOW-TYPE, :WS-FLOW-AMOUNT
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               IF FLOW-RECEIPT
                   DISPLAY WS-CURRENCY-CODE " RECEIPT " WS-FLOW-TYPE
                       " " WS-FLOW-AMOUNT
               ELSE
                   DISPLAY WS-CURRENCY-CODE " OUTFLOW " WS-FLOW-TYPE
                       " " WS-FLOW-AMOUNT
               END-IF
           END-IF.

      *> date conversions over the shared work areas.
       JULIAN-TO-DASH.

           COMPUTE WS-WORK-8 = FUNCTION DATE-OF-INTEGER
               (WS-WORK-JULIAN)
           MOVE SPACES TO WS-WORK-DASH
           STRING WS-WORK-8(1:4) "-" WS-WORK-8(5:2) "-"
               WS-WORK-8(7:2) DELIMITED BY SIZE
               INTO WS-WORK-DASH.

       PARTS-TO-JULIAN.

           COMPUTE WS-WORK-8 = WS-WORK-YEAR * 10000
               + WS-WORK-MONTH * 100 + WS-WORK-DAY
           COMPUTE WS-WORK-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-WORK-8).
