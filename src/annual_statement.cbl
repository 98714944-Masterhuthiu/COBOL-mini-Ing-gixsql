       01 WS-SURRENDER-VALUE    PIC 9(9)V99.
       01 WS-PAYOUT-YEARS       PIC 9(3).
       01 WS-ANNUAL-PAYOUT      PIC 9(9)V99.
       01 WS-UL-ACCOUNT-VALUE   PIC 9(9)V99.
       01 WS-UL-MONTH-COI       PIC 9(7)V99.
       01 WS-UL-MONTH-EXPENSE   PIC 9(7)V99.
      *> ANNUITYVALUES' premium parameter is 9(9)V99 - the policy
      *> premium stages here so the sizes match across the CALL.
       01 WS-PAYOUT-BASIS       PIC 9(9)V99.

      *> a deferred annuity's contract value: the fixed declared-
      *> rate accumulation plus each variable sub-account's units
      *> at the fund's latest unit value.
       01 WS-FIXED-VALUE        PIC 9(9)V99.
       01 WS-VARIABLE-VALUE     PIC 9(9)V99.
       01 WS-CONTRACT-VALUE     PIC 9(9)V99.
       01 WS-FUND-CODE          PIC X(08).
       01 WS-FUND-NAME          PIC X(40).
       01 WS-FUND-UNITS         PIC 9(9)V9(6).
       01 WS-FUND-UNIT-VALUE    PIC 9(5)V9(6).
       01 WS-FUND-VALUE         PIC 9(9)V99.
       01 WS-TODAY-DASH         PIC X(10).

       01 FUND-AT-END           PIC X(01) VALUE "N".
           88 FUND-EOF              VALUE "Y".

       01 WS-START-8            PIC 9(8).
       01 WS-START-JULIAN       PIC 9(7).
       01 WS-TODAY-8            PIC 9(8).
       01 WS-CREDIT-AMOUNT      PIC 9(9)V99.
       01 WS-CREDIT-BALANCE     PIC 9(9)V99.

      *> the advance premium deposit fund - the balance held with
      *> interest accrued to the run date, and what moved through
      *> it over the statement year.
       01 WS-PDF-ACTION         PIC X(01) VALUE "B".
       01 WS-PDF-BALANCE        PIC 9(9)V99.
       01 WS-PDF-STATUS         PIC X(01).
           88 WS-PDF-OK            VALUE "Y".
       01 WS-PDF-ELECTED        PIC X(01).
       01 WS-PDF-DEPOSITS       PIC 9(9)V99.
       01 WS-PDF-DRAWS          PIC 9(9)V99.
       01 WS-PDF-INTEREST       PIC 9(9)V99.
       01 WS-YEAR-AGO-8         PIC 9(8).
       01 WS-YEAR-AGO-DASH      PIC X(10).

       01 ANY-BENEFICIARIES     PIC X(01) VALUE "N".
           88 HAS-BENEFICIARIES     VALUE "Y".

      *> each policy gets its statement in its anniversary month -
      *> this run executes monthly and picks up the policies whose
      *> start date falls in the current calendar month. A policy
      *> converted to reduced paid-up or extended term is still in
      *> force and still gets its statement.
       EXEC SQL
           DECLARE STATEMENT-CURSOR CURSOR FOR
               SELECT policy_id, customer_name, policy_type,
                   premium, currency_code, start_date,
                   policy_status, payment_frequency,
                   COALESCE(coverage_amount, 0),
                   COALESCE(extended_term_expiry, ' ')
               FROM policy_master
               WHERE policy_status IN ('A', 'W', 'R', 'X')
                   AND SUBSTR(start_date, 6, 2) = :WS-CYCLE-MONTH
               ORDER BY policy_id
       END-EXEC.
               ORDER BY credit_year
       END-EXEC.

      *> the variable sub-accounts the contract holds units in,
      *> each at its fund's latest unit value on the run date.
       EXEC SQL
           DECLARE STMT-FUND-CURSOR CURSOR FOR
               SELECT h.fund_code, COALESCE(f.fund_name, ' '),
                   h.units,
                   COALESCE((SELECT v.unit_value
                       FROM va_unit_values v
                       WHERE v.fund_code = h.fund_code
                           AND v.value_date <= :WS-TODAY-DASH
                       ORDER BY v.value_date DESC
                       FETCH FIRST 1 ROW ONLY), 0)
               FROM va_holdings h
                   LEFT JOIN va_funds f
                       ON f.fund_code = h.fund_code
               WHERE h.policy_id = :POLICY-ID
                   AND h.units > 0
               ORDER BY h.fund_code
       END-EXEC.

       EXEC SQL
           DECLARE STMT-BEN-CURSOR CURSOR FOR
               SELECT beneficiary_name, relationship,
           COMPUTE WS-TODAY-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-8)
           MOVE WS-TODAY-8(5:2) TO WS-CYCLE-MONTH
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           COMPUTE WS-YEAR-AGO-8 = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-JULIAN - 365)
           STRING WS-YEAR-AGO-8(1:4) "-" WS-YEAR-AGO-8(5:2) "-"
               WS-YEAR-AGO-8(7:2) DELIMITED BY SIZE
               INTO WS-YEAR-AGO-DASH

           EXEC SQL OPEN STATEMENT-CURSOR END-EXEC.

               FETCH STATEMENT-CURSOR
               INTO :POLICY-ID, :CUSTOMER-NAME, :POLICY-TYPE,
                   :PREMIUM, :CURRENCY-CODE, :START-DATE,
                   :POLICY-STATUS, :PAYMENT-FREQUENCY,
                   :COVERAGE-AMOUNT, :EXTENDED-TERM-EXPIRY
           END-EXEC

           IF SQLCODE NOT = 0
           DISPLAY "POLICY STATUS : " POLICY-STATUS
           DISPLAY "PREMIUM       : " PREMIUM " " CURRENCY-CODE
           DISPLAY "PAY FREQUENCY : " PAYMENT-FREQUENCY
      *>   a nonforfeiture conversion pays no further premium - the
      *>   owner is shown the face they now carry instead
           IF POLICY-STATUS-PAID-UP
               DISPLAY "REDUCED PAID-UP COVERAGE : " COVERAGE-AMOUNT
           END-IF
           IF POLICY-STATUS-EXTENDED-TERM
               DISPLAY "EXTENDED TERM COVERAGE   : " COVERAGE-AMOUNT
               DISPLAY "EXTENDED TERM EXPIRES    : "
                   EXTENDED-TERM-EXPIRY
           END-IF
           DISPLAY "----------------------------------------"
           DISPLAY "RIDERS:"

           PERFORM PRINT-STATEMENT-RIDERS
           PERFORM PRINT-CLASS-VALUES
           PERFORM PRINT-DIVIDEND-HISTORY
           PERFORM PRINT-DEPOSIT-FUND
           IF POLICY-TYPE = "ANNUITY"
               PERFORM PRINT-CREDIT-HISTORY
           END-IF

      *> the cash-value products carry the figures the regulators
      *> now require on an annual summary - cash and surrender
      *> value for LIFE, the contract value and projected payout
      *> for ANNUITY, the account value and last monthly charges
      *> for universal life - from the same sources every other
      *> subsystem reads.
       PRINT-CLASS-VALUES.

           MOVE POLICY-ID TO WS-POLICY-NUMBER
                       FROM annuity_payouts
                       WHERE policy_id = :POLICY-ID
                   END-EXEC
                   PERFORM PRINT-CONTRACT-VALUE
                   IF WS-CONTRACT-VALUE > 0
                       MOVE WS-CONTRACT-VALUE TO WS-PAYOUT-BASIS
                   ELSE
                       MOVE PREMIUM TO WS-PAYOUT-BASIS
                   END-IF
                   CALL "ANNUITYVALUES" USING WS-POLICY-NUMBER
                       WS-PAYOUT-BASIS WS-PAYOUT-YEARS
                       WS-ANNUAL-PAYOUT
                   DISPLAY "----------------------------------------"
                   DISPLAY "PROJECTED ANNUAL PAYOUT: "
                       WS-ANNUAL-PAYOUT
               WHEN "UL"
                   MOVE 0 TO WS-UL-ACCOUNT-VALUE
                   MOVE 0 TO WS-UL-MONTH-COI
                   MOVE 0 TO WS-UL-MONTH-EXPENSE
                   EXEC SQL
                       SELECT COALESCE(account_value, 0),
                           COALESCE(month_coi, 0),
                           COALESCE(month_expense, 0)
                       INTO :WS-UL-ACCOUNT-VALUE, :WS-UL-MONTH-COI,
                           :WS-UL-MONTH-EXPENSE
                       FROM ul_accounts
                       WHERE policy_id = :POLICY-ID
                   END-EXEC
                   DISPLAY "----------------------------------------"
                   DISPLAY "ACCOUNT VALUE   : " WS-UL-ACCOUNT-VALUE
                   DISPLAY "MONTHLY COI     : " WS-UL-MONTH-COI
                   DISPLAY "MONTHLY EXPENSE : " WS-UL-MONTH-EXPENSE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> the fixed account, then one line per sub-account, then
      *> the contract value the projected payout is priced on -
      *> the same units-times-latest-value VAVALUES gives ANNUITIZE
      *> and RMDBATCH.
       PRINT-CONTRACT-VALUE.

           MOVE 0 TO WS-FIXED-VALUE

           EXEC SQL
               SELECT COALESCE(MAX(accum_value), 0)
               INTO :WS-FIXED-VALUE
               FROM annuity_accumulations
               WHERE policy_id = :POLICY-ID
           END-EXEC

           CALL "VAVALUES" USING POLICY-ID WS-TODAY-DASH
               WS-VARIABLE-VALUE

           COMPUTE WS-CONTRACT-VALUE =
               WS-FIXED-VALUE + WS-VARIABLE-VALUE

           DISPLAY "----------------------------------------"
           DISPLAY "FIXED ACCOUNT   : " WS-FIXED-VALUE

           IF WS-VARIABLE-VALUE > 0
               DISPLAY "SUB-ACCOUNTS:"
               MOVE "N" TO FUND-AT-END
               EXEC SQL OPEN STMT-FUND-CURSOR END-EXEC
               PERFORM PRINT-ONE-FUND
                   UNTIL FUND-EOF
               EXEC SQL CLOSE STMT-FUND-CURSOR END-EXEC
           END-IF

           DISPLAY "CONTRACT VALUE  : " WS-CONTRACT-VALUE.

       PRINT-ONE-FUND.

           EXEC SQL
               FETCH STMT-FUND-CURSOR
               INTO :WS-FUND-CODE, :WS-FUND-NAME, :WS-FUND-UNITS,
                   :WS-FUND-UNIT-VALUE
           END-EXEC

           IF SQLCODE NOT = 0
               SET FUND-EOF TO TRUE
           ELSE
               COMPUTE WS-FUND-VALUE ROUNDED =
                   WS-FUND-UNITS * WS-FUND-UNIT-VALUE
               DISPLAY "  " WS-FUND-CODE " " WS-FUND-NAME(1:24)
                   " UNITS " WS-FUND-UNITS " @ " WS-FUND-UNIT-VALUE
                   " = " WS-FUND-VALUE
           END-IF.

       COMPUTE-YEARS-IN-FORCE.

           MOVE START-DATE(1:4) TO WS-START-8(1:4)
                   WS-DIVIDEND-OPTION
           END-IF.

      *> a policy that never sent premium ahead has no fund and
      *> prints nothing here; one whose fund ran dry during the
      *> year still shows where the money went.
       PRINT-DEPOSIT-FUND.

           MOVE 0 TO WS-PDF-BALANCE
           MOVE 0 TO WS-PDF-DEPOSITS
           MOVE 0 TO WS-PDF-DRAWS
           MOVE 0 TO WS-PDF-INTEREST
           MOVE "N" TO WS-PDF-ELECTED

           EXEC SQL
               SELECT COALESCE(interest_elected, 'N')
               INTO :WS-PDF-ELECTED
               FROM premium_deposit_funds
               WHERE policy_id = :POLICY-ID
           END-EXEC

           IF SQLCODE = 0
               CALL "PREMDEPOSIT" USING WS-PDF-ACTION POLICY-ID
                   WS-PDF-BALANCE WS-PDF-STATUS

               EXEC SQL
                   SELECT
                       COALESCE(SUM(CASE WHEN txn_type = 'D'
                           THEN amount ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN txn_type = 'W'
                           THEN amount ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN txn_type = 'I'
                           THEN amount ELSE 0 END), 0)
                   INTO :WS-PDF-DEPOSITS, :WS-PDF-DRAWS,
                       :WS-PDF-INTEREST
                   FROM premium_deposit_txns
                   WHERE policy_id = :POLICY-ID
                       AND txn_date > :WS-YEAR-AGO-DASH
               END-EXEC

               DISPLAY "----------------------------------------"
               DISPLAY "PREMIUM DEPOSIT FUND:"
               DISPLAY "  DEPOSITS THIS YEAR   : " WS-PDF-DEPOSITS
               DISPLAY "  APPLIED TO PREMIUM   : " WS-PDF-DRAWS
               DISPLAY "  INTEREST CREDITED    : " WS-PDF-INTEREST
               DISPLAY "  BALANCE HELD         : " WS-PDF-BALANCE
               IF WS-PDF-ELECTED = "Y"
                   DISPLAY "  INTEREST ELECTED     : YES"
               ELSE
                   DISPLAY "  INTEREST ELECTED     : NO"
               END-IF
           END-IF.

       PRINT-CREDIT-HISTORY.

           MOVE "N" TO CRED-AT-END
