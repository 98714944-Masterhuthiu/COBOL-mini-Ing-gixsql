      *> is what annuitizes.
       01 WS-ACCUM-VALUE       PIC 9(9)V99.
       01 WS-PAYOUT-BASIS      PIC 9(9)V99.
      *> the variable sub-accounts at today's unit values - the
      *> units are sold when the contract annuitizes, and the
      *> proceeds join the fixed value in the payout basis.
       01 WS-VARIABLE-VALUE    PIC 9(9)V99.

       01 WS-TODAY-8           PIC 9(8).
       01 WS-TODAY-DASH        PIC X(10).
           ELSE
               MOVE POLICY-ID TO WS-POLICY-NUMBER

               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
               STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
                   WS-TODAY-8(7:2) DELIMITED BY SIZE
                   INTO WS-TODAY-DASH

               PERFORM PICK-PAYOUT-BASIS

               CALL "ANNUITYVALUES" USING WS-POLICY-NUMBER
                   WS-PAYOUT-BASIS LK-PAYOUT-YEARS
                   WS-ANNUAL-PAYOUT

               EXEC SQL
                   INSERT INTO annuity_payouts
                   (policy_id, annuitize_date, payout_years,
                       :WS-ANNUAL-PAYOUT, 0, 'A')
               END-EXEC

               IF SQLCODE = 0 AND WS-VARIABLE-VALUE > 0
                   PERFORM LIQUIDATE-SUB-ACCOUNTS
               END-IF

               IF SQLCODE = 0
                   DISPLAY "POLICY " POLICY-ID " ANNUITIZED - "
                       LK-PAYOUT-YEARS " YEARS AT "
           END-IF.

      *> the contract annuitizes on what it has actually earned:
      *> the credited accumulated value plus the sub-accounts'
      *> units at their latest unit values when either has been
      *> growing, the premium (the pre-crediting behavior) when
      *> neither has.
       PICK-PAYOUT-BASIS.

           MOVE 0 TO WS-ACCUM-VALUE
               WHERE policy_id = :POLICY-ID
           END-EXEC

           CALL "VAVALUES" USING POLICY-ID WS-TODAY-DASH
               WS-VARIABLE-VALUE

           IF WS-ACCUM-VALUE > 0 OR WS-VARIABLE-VALUE > 0
               COMPUTE WS-PAYOUT-BASIS =
                   WS-ACCUM-VALUE + WS-VARIABLE-VALUE
           ELSE
               MOVE PREMIUM TO WS-PAYOUT-BASIS
           END-IF.

      *> a payout annuity holds no units - every sub-account is
      *> sold at the unit value the basis was priced at, and the
      *> sale is recorded as an "A" row per fund.
       LIQUIDATE-SUB-ACCOUNTS.

           EXEC SQL
               INSERT INTO va_transactions
               (policy_id, txn_date, txn_type, fund_code,
                   units, unit_value, amount)
               SELECT h.policy_id, :WS-TODAY-DASH, 'A', h.fund_code,
                   h.units, v.unit_value,
                   ROUND(h.units * v.unit_value, 2)
               FROM va_holdings h, va_unit_values v
               WHERE h.policy_id = :POLICY-ID
                   AND h.units > 0
                   AND v.fund_code = h.fund_code
                   AND v.value_date =
                       (SELECT MAX(v2.value_date)
                        FROM va_unit_values v2
                        WHERE v2.fund_code = h.fund_code
                            AND v2.value_date <= :WS-TODAY-DASH)
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE va_holdings
                   SET units = 0
                   WHERE policy_id = :POLICY-ID
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR LIQUIDATING SUB-ACCOUNTS FOR POLICY "
                   POLICY-ID " - " SQL-ERROR-MESSAGE
           ELSE
               DISPLAY "SUB-ACCOUNTS SOLD: POLICY " POLICY-ID " "
                   WS-VARIABLE-VALUE " INTO THE PAYOUT BASIS"
           END-IF.
