       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNWITHDRAW.

      *> a partial withdrawal from a deferred annuity still in
      *> accumulation - the owner takes some of the money out and
      *> the contract stays in force. Each contract year the owner
      *> may take 10% of the accumulated value free of surrender
      *> charge; anything above the allowance pays the same graded
      *> charge SURRENDERPOLICY applies to a full surrender. The
      *> gross comes out of the contract value, the net goes onto
      *> the payables ledger under its own WITHDRAWAL source so the
      *> payment run withholds on it and the tax extract reports
      *> it, the way it does annuity and surrender money.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY "../copy/policy.cpy".

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 FREE-WITHDRAWAL-PCT    PIC 9V99 VALUE 0.10.

      *> the graded surrender charge - the same schedule, first-year
      *> level less one point per completed year, that
      *> SURRENDERPOLICY charges on a full surrender.
       01 SURRENDER-CHARGE-START PIC 9V99 VALUE 0.07.
       01 SURRENDER-CHARGE-STEP  PIC 9V99 VALUE 0.01.
       01 WS-CHARGE-PCT          PIC S9V99.

       01 WS-PAYOUT-COUNT        PIC 9(7).
       01 WS-FIXED-VALUE         PIC 9(9)V99.
       01 WS-VARIABLE-VALUE      PIC 9(9)V99.
       01 WS-CONTRACT-VALUE      PIC 9(9)V99.
       01 WS-CONTRACT-YEAR       PIC 9(3).
       01 WS-YEAR-WITHDRAWN      PIC 9(9)V99.
       01 WS-FREE-USED           PIC 9(9)V99.
       01 WS-FREE-ALLOWANCE      PIC 9(9)V99.
       01 WS-FREE-REMAINING      PIC 9(9)V99.
       01 WS-FREE-PORTION        PIC 9(9)V99.
       01 WS-CHARGED-PORTION     PIC 9(9)V99.
       01 WS-CHARGE-AMOUNT       PIC 9(9)V99.
       01 WS-NET-AMOUNT          PIC 9(9)V99.
       01 WS-FROM-FIXED          PIC 9(9)V99.
       01 WS-FROM-VARIABLE       PIC 9(9)V99.

       01 WS-FUND-CODE           PIC X(08).
       01 WS-FUND-UNITS          PIC 9(9)V9(6).
       01 WS-FUND-UNIT-VALUE     PIC 9(5)V9(6).
       01 WS-FUND-VALUE          PIC 9(9)V99.
       01 WS-FUND-SHARE          PIC 9(9)V99.
       01 WS-UNITS-SOLD          PIC 9(9)V9(6).

       01 WS-START-8             PIC 9(8).
       01 WS-START-JULIAN        PIC 9(7).
       01 WS-TODAY-8             PIC 9(8).
       01 WS-TODAY-JULIAN        PIC 9(7).
       01 WS-TODAY-DASH          PIC X(10).
       01 WS-DAYS-IN-FORCE       PIC S9(7).

       01 WS-POLICY-LOOKUP       PIC X(01).
           88 WS-POLICY-FOUND       VALUE "Y".
           88 WS-POLICY-MISSING     VALUE "N".

       01 WS-UOW-STATUS          PIC X(01).
           88 UOW-OK                VALUE "Y".
           88 UOW-FAILED            VALUE "N".

       01 FUND-AT-END            PIC X(01) VALUE "N".
           88 FUND-EOF               VALUE "Y".

       01 WS-PAYABLE-CLAIM-ID    PIC 9(9) VALUE 0.
       01 WS-PAYABLE-SOURCE      PIC X(12) VALUE "WITHDRAWAL".
       01 WS-PAYABLE-AMOUNT      PIC 9(9)V99.
       01 WS-PAYABLE-STATUS      PIC X(01).
           88 WS-PAYABLE-OK        VALUE "Y".
           88 WS-PAYABLE-FAILED    VALUE "N".

       01 WS-AUDIT-PROGRAM       PIC X(20).
       01 WS-AUDIT-EVENT         PIC X(20).
       01 WS-AUDIT-OLD           PIC X(100).
       01 WS-AUDIT-NEW           PIC X(100).

      *> the sub-accounts a withdrawal beyond the fixed account
      *> sells from, each at its latest unit value.
       EXEC SQL
           DECLARE WDL-FUND-CURSOR CURSOR FOR
               SELECT h.fund_code, h.units,
                   COALESCE((SELECT v.unit_value
                       FROM va_unit_values v
                       WHERE v.fund_code = h.fund_code
                           AND v.value_date <= :WS-TODAY-DASH
                       ORDER BY v.value_date DESC
                       FETCH FIRST 1 ROW ONLY), 0)
               FROM va_holdings h
               WHERE h.policy_id = :POLICY-ID
                   AND h.units > 0
               ORDER BY h.fund_code
       END-EXEC.

       LINKAGE SECTION.

       01 LK-POLICY-ID           PIC 9(9).
       01 LK-WITHDRAWAL-AMOUNT   PIC 9(9)V99.
       01 LK-NET-AMOUNT          PIC 9(9)V99.
       01 LK-STATUS              PIC X(01).
           88 LK-STATUS-OK          VALUE "Y".
           88 LK-STATUS-FAILED      VALUE "N".

       PROCEDURE DIVISION USING LK-POLICY-ID LK-WITHDRAWAL-AMOUNT
           LK-NET-AMOUNT LK-STATUS.

           MOVE LK-POLICY-ID TO POLICY-ID
           MOVE 0 TO LK-NET-AMOUNT
           SET LK-STATUS-FAILED TO TRUE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           COMPUTE WS-TODAY-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-8)
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           EXEC SQL
               SELECT policy_type, policy_status, start_date,
                   customer_name
               INTO :POLICY-TYPE, :POLICY-STATUS, :START-DATE,
                   :CUSTOMER-NAME
               FROM policy_master
               WHERE policy_id = :POLICY-ID
           END-EXEC

           MOVE 0 TO WS-PAYOUT-COUNT

           IF SQLCODE = 0
               SET WS-POLICY-FOUND TO TRUE
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-PAYOUT-COUNT
                   FROM annuity_payouts
                   WHERE policy_id = :POLICY-ID
               END-EXEC
           ELSE
               SET WS-POLICY-MISSING TO TRUE
           END-IF

      *> an annuitized contract already distributes through its
      *> payout schedule - there is no accumulation left to draw.
           EVALUATE TRUE
               WHEN WS-POLICY-MISSING
                   DISPLAY "ERROR: POLICY " POLICY-ID " NOT FOUND, "
                       "NO WITHDRAWAL"
               WHEN POLICY-TYPE NOT = "ANNUITY"
                   DISPLAY "ERROR: POLICY " POLICY-ID " IS NOT AN "
                       "ANNUITY, NO WITHDRAWAL"
               WHEN NOT POLICY-STATUS-ACTIVE
                   DISPLAY "ERROR: POLICY " POLICY-ID " IS NOT "
                       "ACTIVE, NO WITHDRAWAL"
               WHEN WS-PAYOUT-COUNT > 0
                   DISPLAY "ERROR: POLICY " POLICY-ID " IS "
                       "ANNUITIZED, NO WITHDRAWAL"
               WHEN LK-WITHDRAWAL-AMOUNT NOT > 0
                   DISPLAY "ERROR: WITHDRAWAL AMOUNT MUST BE "
                       "POSITIVE"
               WHEN OTHER
                   PERFORM QUOTE-THE-WITHDRAWAL
           END-EVALUATE.

           GOBACK.

      *> the quote: contract value, the year's free allowance and
      *> how much of it is left, the charge on the excess - printed
      *> in full so the desk can read it back before anything moves.
       QUOTE-THE-WITHDRAWAL.

           PERFORM COMPUTE-CONTRACT-YEAR

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

      *>   the allowance is 10% of the value the contract year
      *>   started with - today's value plus what has already come
      *>   out since the anniversary
           EXEC SQL
               SELECT COALESCE(SUM(gross_amount), 0),
                   COALESCE(SUM(free_amount), 0)
               INTO :WS-YEAR-WITHDRAWN, :WS-FREE-USED
               FROM annuity_withdrawals
               WHERE policy_id = :POLICY-ID
                   AND contract_year = :WS-CONTRACT-YEAR
           END-EXEC

           COMPUTE WS-FREE-ALLOWANCE ROUNDED =
               (WS-CONTRACT-VALUE + WS-YEAR-WITHDRAWN)
               * FREE-WITHDRAWAL-PCT

           IF WS-FREE-USED < WS-FREE-ALLOWANCE
               COMPUTE WS-FREE-REMAINING =
                   WS-FREE-ALLOWANCE - WS-FREE-USED
           ELSE
               MOVE 0 TO WS-FREE-REMAINING
           END-IF

           IF LK-WITHDRAWAL-AMOUNT > WS-FREE-REMAINING
               MOVE WS-FREE-REMAINING TO WS-FREE-PORTION
           ELSE
               MOVE LK-WITHDRAWAL-AMOUNT TO WS-FREE-PORTION
           END-IF

           COMPUTE WS-CHARGED-PORTION =
               LK-WITHDRAWAL-AMOUNT - WS-FREE-PORTION

           COMPUTE WS-CHARGE-PCT = SURRENDER-CHARGE-START -
               (SURRENDER-CHARGE-STEP * (WS-CONTRACT-YEAR - 1))

           IF WS-CHARGE-PCT < 0
               MOVE 0 TO WS-CHARGE-PCT
           END-IF

           COMPUTE WS-CHARGE-AMOUNT ROUNDED =
               WS-CHARGED-PORTION * WS-CHARGE-PCT

           COMPUTE WS-NET-AMOUNT =
               LK-WITHDRAWAL-AMOUNT - WS-CHARGE-AMOUNT

           DISPLAY "WITHDRAWAL QUOTE - POLICY " POLICY-ID
           DISPLAY "  CONTRACT YEAR     : " WS-CONTRACT-YEAR
           DISPLAY "  CONTRACT VALUE    : " WS-CONTRACT-VALUE
           DISPLAY "  FREE ALLOWANCE    : " WS-FREE-ALLOWANCE
               " (USED " WS-FREE-USED ")"
           DISPLAY "  GROSS WITHDRAWAL  : " LK-WITHDRAWAL-AMOUNT
           DISPLAY "  SURRENDER CHARGE  : " WS-CHARGE-AMOUNT
               " ON " WS-CHARGED-PORTION " (" WS-CHARGE-PCT ")"

           IF LK-WITHDRAWAL-AMOUNT NOT < WS-CONTRACT-VALUE
               DISPLAY "  WITHDRAWAL WOULD EXHAUST THE CONTRACT - "
                   "USE SURRENDER, NO WITHDRAWAL MADE"
           ELSE
               DISPLAY "  NET PAYABLE       : " WS-NET-AMOUNT
               PERFORM TAKE-THE-WITHDRAWAL
           END-IF.

      *> the contract year the withdrawal falls in - the first year
      *> is year 1, and the anniversary starts the next.
       COMPUTE-CONTRACT-YEAR.

           MOVE START-DATE(1:4) TO WS-START-8(1:4)
           MOVE START-DATE(6:2) TO WS-START-8(5:2)
           MOVE START-DATE(9:2) TO WS-START-8(7:2)
           COMPUTE WS-START-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-START-8)

           COMPUTE WS-DAYS-IN-FORCE =
               WS-TODAY-JULIAN - WS-START-JULIAN

           IF WS-DAYS-IN-FORCE < 0
               MOVE 0 TO WS-DAYS-IN-FORCE
           END-IF

           COMPUTE WS-CONTRACT-YEAR =
               (WS-DAYS-IN-FORCE / 365) + 1.

      *> the fixed account pays first; whatever it cannot cover is
      *> sold out of the sub-accounts in proportion to their value,
      *> so the owner's fund mix is left as it was.
       TAKE-THE-WITHDRAWAL.

           SET UOW-OK TO TRUE

           IF LK-WITHDRAWAL-AMOUNT > WS-FIXED-VALUE
               MOVE WS-FIXED-VALUE TO WS-FROM-FIXED
           ELSE
               MOVE LK-WITHDRAWAL-AMOUNT TO WS-FROM-FIXED
           END-IF

           COMPUTE WS-FROM-VARIABLE =
               LK-WITHDRAWAL-AMOUNT - WS-FROM-FIXED

           IF WS-FROM-FIXED > 0
               EXEC SQL
                   UPDATE annuity_accumulations
                   SET accum_value = accum_value - :WS-FROM-FIXED
                   WHERE policy_id = :POLICY-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   SET UOW-FAILED TO TRUE
               END-IF
           END-IF

           IF UOW-OK AND WS-FROM-VARIABLE > 0
               MOVE "N" TO FUND-AT-END
               EXEC SQL OPEN WDL-FUND-CURSOR END-EXEC
               PERFORM SELL-FROM-ONE-FUND
                   UNTIL FUND-EOF
               EXEC SQL CLOSE WDL-FUND-CURSOR END-EXEC
           END-IF

           IF UOW-OK
               EXEC SQL
                   INSERT INTO annuity_withdrawals
                   (policy_id, contract_year, withdrawal_date,
                       gross_amount, free_amount, charged_amount,
                       surrender_charge, net_amount)
                   VALUES
                   (:POLICY-ID, :WS-CONTRACT-YEAR, :WS-TODAY-DASH,
                       :LK-WITHDRAWAL-AMOUNT, :WS-FREE-PORTION,
                       :WS-CHARGED-PORTION, :WS-CHARGE-AMOUNT,
                       :WS-NET-AMOUNT)
               END-EXEC
               IF SQLCODE NOT = 0
                   SET UOW-FAILED TO TRUE
               END-IF
           END-IF

           IF UOW-OK
               PERFORM BOOK-THE-WITHDRAWAL
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR TAKING WITHDRAWAL FROM POLICY "
                   POLICY-ID " - " SQL-ERROR-MESSAGE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

       SELL-FROM-ONE-FUND.

           EXEC SQL
               FETCH WDL-FUND-CURSOR
               INTO :WS-FUND-CODE, :WS-FUND-UNITS,
                   :WS-FUND-UNIT-VALUE
           END-EXEC

           IF SQLCODE NOT = 0
               SET FUND-EOF TO TRUE
           ELSE
           IF WS-FUND-UNIT-VALUE > 0 AND WS-VARIABLE-VALUE > 0
               COMPUTE WS-FUND-VALUE ROUNDED =
                   WS-FUND-UNITS * WS-FUND-UNIT-VALUE
               COMPUTE WS-FUND-SHARE ROUNDED =
                   WS-FROM-VARIABLE * WS-FUND-VALUE
                   / WS-VARIABLE-VALUE
               COMPUTE WS-UNITS-SOLD ROUNDED =
                   WS-FUND-SHARE / WS-FUND-UNIT-VALUE
               IF WS-UNITS-SOLD > WS-FUND-UNITS
                   MOVE WS-FUND-UNITS TO WS-UNITS-SOLD
               END-IF

               EXEC SQL
                   UPDATE va_holdings
                   SET units = units - :WS-UNITS-SOLD
                   WHERE policy_id = :POLICY-ID
                       AND fund_code = :WS-FUND-CODE
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL
                       INSERT INTO va_transactions
                       (policy_id, txn_date, txn_type, fund_code,
                           units, unit_value, amount)
                       VALUES
                       (:POLICY-ID, :WS-TODAY-DASH, 'W',
                           :WS-FUND-CODE, :WS-UNITS-SOLD,
                           :WS-FUND-UNIT-VALUE, :WS-FUND-SHARE)
                   END-EXEC
               END-IF

               IF SQLCODE NOT = 0
                   SET UOW-FAILED TO TRUE
                   SET FUND-EOF TO TRUE
               END-IF
           END-IF
           END-IF.

       BOOK-THE-WITHDRAWAL.

           MOVE WS-NET-AMOUNT TO WS-PAYABLE-AMOUNT

           CALL "PAYABLEPOST" USING POLICY-ID
               WS-PAYABLE-CLAIM-ID CUSTOMER-NAME
               WS-PAYABLE-SOURCE WS-PAYABLE-AMOUNT
               WS-PAYABLE-STATUS

           IF WS-PAYABLE-FAILED
               DISPLAY "ERROR: WITHDRAWAL FOR POLICY " POLICY-ID
                   " NOT BOOKED TO PAYABLES LEDGER - ROLLED BACK"
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               MOVE "ANNWITHDRAW" TO WS-AUDIT-PROGRAM
               MOVE "PARTIAL-WITHDRAWAL" TO WS-AUDIT-EVENT
               MOVE SPACES TO WS-AUDIT-OLD
               MOVE SPACES TO WS-AUDIT-NEW
               STRING "VALUE=" WS-CONTRACT-VALUE
                   DELIMITED BY SIZE INTO WS-AUDIT-OLD
               STRING "GROSS=" LK-WITHDRAWAL-AMOUNT
                   " FREE=" WS-FREE-PORTION
                   " CHARGE=" WS-CHARGE-AMOUNT
                   DELIMITED BY SIZE INTO WS-AUDIT-NEW
               CALL "POLICYAUDIT" USING POLICY-ID WS-AUDIT-PROGRAM
                   WS-AUDIT-EVENT WS-AUDIT-OLD WS-AUDIT-NEW

               EXEC SQL COMMIT END-EXEC

               MOVE WS-NET-AMOUNT TO LK-NET-AMOUNT
               SET LK-STATUS-OK TO TRUE
               DISPLAY "WITHDRAWAL TAKEN: POLICY " POLICY-ID
                   " GROSS " LK-WITHDRAWAL-AMOUNT " NET "
                   WS-NET-AMOUNT
           END-IF.
