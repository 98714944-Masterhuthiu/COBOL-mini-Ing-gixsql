       IDENTIFICATION DIVISION.
       PROGRAM-ID. VATRANSFER.

      *> an owner-requested transfer between variable annuity
      *> sub-accounts: units are sold out of one fund at its latest
      *> unit value and the proceeds buy units in another. The
      *> contract allows a set number of free transfers each
      *> calendar year; every transfer past that pays the transfer
      *> charge out of the amount moved, the way the contract's
      *> fee schedule reads.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY "../copy/policy.cpy".

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 VA-FREE-TRANSFERS     PIC 9(2) VALUE 12.
       01 VA-TRANSFER-FEE       PIC 9(5)V99 VALUE 25.00.

       01 WS-PAYOUT-COUNT       PIC 9(7).
       01 WS-TRANSFERS-THIS-YEAR PIC 9(5).
       01 WS-TO-FUND-STATUS     PIC X(01).
       01 WS-FUND-CODE          PIC X(08).
       01 WS-UNIT-VALUE         PIC 9(5)V9(6).
       01 WS-FROM-UNIT-VALUE    PIC 9(5)V9(6).
       01 WS-TO-UNIT-VALUE      PIC 9(5)V9(6).
       01 WS-FROM-UNITS-HELD    PIC 9(9)V9(6).
       01 WS-FROM-VALUE         PIC 9(9)V99.
       01 WS-UNITS-OUT          PIC 9(9)V9(6).
       01 WS-UNITS-IN           PIC 9(9)V9(6).
       01 WS-AMOUNT-OUT         PIC 9(9)V99.
       01 WS-AMOUNT-IN          PIC 9(9)V99.
       01 WS-FEE-CHARGED        PIC 9(5)V99.
       01 WS-EXISTING-COUNT     PIC 9(7).

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).
       01 WS-YEAR-START         PIC X(10).

       01 WS-POLICY-LOOKUP      PIC X(01).
           88 WS-POLICY-FOUND      VALUE "Y".
           88 WS-POLICY-MISSING    VALUE "N".

       01 WS-AUDIT-PROGRAM      PIC X(20).
       01 WS-AUDIT-EVENT        PIC X(20).
       01 WS-AUDIT-OLD          PIC X(100).
       01 WS-AUDIT-NEW          PIC X(100).

       LINKAGE SECTION.

      *> LK-TRANSFER-AMOUNT zero moves the whole holding in the
      *> from-fund.
       01 LK-POLICY-ID          PIC 9(9).
       01 LK-FROM-FUND          PIC X(08).
       01 LK-TO-FUND            PIC X(08).
       01 LK-TRANSFER-AMOUNT    PIC 9(9)V99.
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-POLICY-ID LK-FROM-FUND
           LK-TO-FUND LK-TRANSFER-AMOUNT LK-STATUS.

           MOVE LK-POLICY-ID TO POLICY-ID
           SET LK-STATUS-FAILED TO TRUE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH
           STRING WS-TODAY-8(1:4) "-01-01" DELIMITED BY SIZE
               INTO WS-YEAR-START

           EXEC SQL
               SELECT policy_type, policy_status
               INTO :POLICY-TYPE, :POLICY-STATUS
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

           EVALUATE TRUE
               WHEN WS-POLICY-MISSING
                   DISPLAY "ERROR: POLICY " POLICY-ID " NOT FOUND, "
                       "TRANSFER NOT MADE"
               WHEN POLICY-TYPE NOT = "ANNUITY"
                   DISPLAY "ERROR: POLICY " POLICY-ID " IS NOT AN "
                       "ANNUITY, TRANSFER NOT MADE"
               WHEN NOT POLICY-STATUS-ACTIVE
                   DISPLAY "ERROR: POLICY " POLICY-ID " IS NOT "
                       "ACTIVE, TRANSFER NOT MADE"
               WHEN WS-PAYOUT-COUNT > 0
                   DISPLAY "ERROR: POLICY " POLICY-ID " IS "
                       "ANNUITIZED, TRANSFER NOT MADE"
               WHEN LK-FROM-FUND = LK-TO-FUND
                   DISPLAY "ERROR: FROM AND TO FUND ARE THE SAME, "
                       "TRANSFER NOT MADE"
               WHEN OTHER
                   PERFORM CHECK-THE-FUNDS
           END-EVALUATE.

           GOBACK.

      *> the money must come out of a fund the contract actually
      *> holds and go into one open to new money, and both sides
      *> need a unit value to trade at.
       CHECK-THE-FUNDS.

           MOVE 0 TO WS-FROM-UNITS-HELD

           EXEC SQL
               SELECT COALESCE(SUM(units), 0)
               INTO :WS-FROM-UNITS-HELD
               FROM va_holdings
               WHERE policy_id = :POLICY-ID
                   AND fund_code = :LK-FROM-FUND
           END-EXEC

           MOVE SPACES TO WS-TO-FUND-STATUS

           EXEC SQL
               SELECT fund_status INTO :WS-TO-FUND-STATUS
               FROM va_funds
               WHERE fund_code = :LK-TO-FUND
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-TO-FUND-STATUS
           END-IF

           MOVE LK-FROM-FUND TO WS-FUND-CODE
           PERFORM FETCH-LATEST-UNIT-VALUE
           MOVE WS-UNIT-VALUE TO WS-FROM-UNIT-VALUE

           MOVE LK-TO-FUND TO WS-FUND-CODE
           PERFORM FETCH-LATEST-UNIT-VALUE
           MOVE WS-UNIT-VALUE TO WS-TO-UNIT-VALUE

           COMPUTE WS-FROM-VALUE ROUNDED =
               WS-FROM-UNITS-HELD * WS-FROM-UNIT-VALUE

           EVALUATE TRUE
               WHEN WS-FROM-UNITS-HELD = 0
                   DISPLAY "ERROR: POLICY " POLICY-ID " HOLDS NO "
                       "UNITS IN FUND " LK-FROM-FUND
                       ", TRANSFER NOT MADE"
               WHEN WS-TO-FUND-STATUS NOT = "A"
                   DISPLAY "ERROR: FUND " LK-TO-FUND " IS NOT OPEN "
                       "TO NEW MONEY, TRANSFER NOT MADE"
               WHEN WS-FROM-UNIT-VALUE = 0
                   OR WS-TO-UNIT-VALUE = 0
                   DISPLAY "ERROR: NO UNIT VALUE ON FILE FOR ONE "
                       "OF THE FUNDS, TRANSFER NOT MADE"
               WHEN LK-TRANSFER-AMOUNT > WS-FROM-VALUE
                   DISPLAY "ERROR: TRANSFER " LK-TRANSFER-AMOUNT
                       " EXCEEDS FUND VALUE " WS-FROM-VALUE
                       ", TRANSFER NOT MADE"
               WHEN OTHER
                   PERFORM PRICE-THE-TRANSFER
           END-EVALUATE.

      *> a whole-holding transfer (zero amount, or the full value)
      *> sells every unit so no fractional dust is left behind.
       PRICE-THE-TRANSFER.

           IF LK-TRANSFER-AMOUNT = 0
               OR LK-TRANSFER-AMOUNT = WS-FROM-VALUE
               MOVE WS-FROM-UNITS-HELD TO WS-UNITS-OUT
               MOVE WS-FROM-VALUE TO WS-AMOUNT-OUT
           ELSE
               MOVE LK-TRANSFER-AMOUNT TO WS-AMOUNT-OUT
               COMPUTE WS-UNITS-OUT ROUNDED =
                   WS-AMOUNT-OUT / WS-FROM-UNIT-VALUE
               IF WS-UNITS-OUT > WS-FROM-UNITS-HELD
                   MOVE WS-FROM-UNITS-HELD TO WS-UNITS-OUT
               END-IF
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :WS-TRANSFERS-THIS-YEAR
               FROM va_transactions
               WHERE policy_id = :POLICY-ID
                   AND txn_type = 'T'
                   AND txn_date >= :WS-YEAR-START
           END-EXEC

           IF WS-TRANSFERS-THIS-YEAR < VA-FREE-TRANSFERS
               MOVE 0 TO WS-FEE-CHARGED
           ELSE
               MOVE VA-TRANSFER-FEE TO WS-FEE-CHARGED
           END-IF

           IF WS-AMOUNT-OUT NOT > WS-FEE-CHARGED
               DISPLAY "ERROR: TRANSFER " WS-AMOUNT-OUT
                   " DOES NOT COVER THE TRANSFER CHARGE "
                   WS-FEE-CHARGED ", TRANSFER NOT MADE"
           ELSE
               COMPUTE WS-AMOUNT-IN = WS-AMOUNT-OUT - WS-FEE-CHARGED
               COMPUTE WS-UNITS-IN ROUNDED =
                   WS-AMOUNT-IN / WS-TO-UNIT-VALUE
               PERFORM MOVE-THE-UNITS
           END-IF.

       MOVE-THE-UNITS.

           EXEC SQL
               UPDATE va_holdings
               SET units = units - :WS-UNITS-OUT
               WHERE policy_id = :POLICY-ID
                   AND fund_code = :LK-FROM-FUND
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-EXISTING-COUNT
                   FROM va_holdings
                   WHERE policy_id = :POLICY-ID
                       AND fund_code = :LK-TO-FUND
               END-EXEC

               IF WS-EXISTING-COUNT > 0
                   EXEC SQL
                       UPDATE va_holdings
                       SET units = units + :WS-UNITS-IN
                       WHERE policy_id = :POLICY-ID
                           AND fund_code = :LK-TO-FUND
                   END-EXEC
               ELSE
                   EXEC SQL
                       INSERT INTO va_holdings
                       (policy_id, fund_code, units)
                       VALUES
                       (:POLICY-ID, :LK-TO-FUND, :WS-UNITS-IN)
                   END-EXEC
               END-IF
           END-IF

           IF SQLCODE = 0
               PERFORM RECORD-THE-TRANSFER
               EXEC SQL COMMIT END-EXEC
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR TRANSFERRING UNITS FOR POLICY "
                   POLICY-ID " - " SQL-ERROR-MESSAGE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

      *> the out side carries txn_type "T" - that row is what the
      *> free-transfer count reads - and the in side "I"; a charged
      *> transfer adds an "F" row for the fee taken.
       RECORD-THE-TRANSFER.

           EXEC SQL
               INSERT INTO va_transactions
               (policy_id, txn_date, txn_type, fund_code,
                   units, unit_value, amount)
               VALUES
               (:POLICY-ID, :WS-TODAY-DASH, 'T', :LK-FROM-FUND,
                   :WS-UNITS-OUT, :WS-FROM-UNIT-VALUE,
                   :WS-AMOUNT-OUT)
           END-EXEC

           EXEC SQL
               INSERT INTO va_transactions
               (policy_id, txn_date, txn_type, fund_code,
                   units, unit_value, amount)
               VALUES
               (:POLICY-ID, :WS-TODAY-DASH, 'I', :LK-TO-FUND,
                   :WS-UNITS-IN, :WS-TO-UNIT-VALUE, :WS-AMOUNT-IN)
           END-EXEC

           IF WS-FEE-CHARGED > 0
               EXEC SQL
                   INSERT INTO va_transactions
                   (policy_id, txn_date, txn_type, fund_code,
                       units, unit_value, amount)
                   VALUES
                   (:POLICY-ID, :WS-TODAY-DASH, 'F', :LK-FROM-FUND,
                       0, 0, :WS-FEE-CHARGED)
               END-EXEC
           END-IF

           MOVE "VATRANSFER" TO WS-AUDIT-PROGRAM
           MOVE "VA-TRANSFER" TO WS-AUDIT-EVENT
           MOVE SPACES TO WS-AUDIT-OLD
           MOVE SPACES TO WS-AUDIT-NEW
           STRING "FROM=" LK-FROM-FUND " AMT=" WS-AMOUNT-OUT
               DELIMITED BY SIZE INTO WS-AUDIT-OLD
           STRING "TO=" LK-TO-FUND " AMT=" WS-AMOUNT-IN
               " FEE=" WS-FEE-CHARGED
               DELIMITED BY SIZE INTO WS-AUDIT-NEW
           CALL "POLICYAUDIT" USING POLICY-ID WS-AUDIT-PROGRAM
               WS-AUDIT-EVENT WS-AUDIT-OLD WS-AUDIT-NEW

           DISPLAY "TRANSFER: POLICY " POLICY-ID " "
               LK-FROM-FUND " -> " LK-TO-FUND " " WS-AMOUNT-IN
           IF WS-FEE-CHARGED > 0
               DISPLAY "  TRANSFER CHARGE " WS-FEE-CHARGED
                   " - " VA-FREE-TRANSFERS " FREE TRANSFERS THIS "
                   "YEAR ALREADY USED"
           END-IF.

       FETCH-LATEST-UNIT-VALUE.

           MOVE 0 TO WS-UNIT-VALUE

           EXEC SQL
               SELECT unit_value INTO :WS-UNIT-VALUE
               FROM va_unit_values
               WHERE fund_code = :WS-FUND-CODE
                   AND value_date <= :WS-TODAY-DASH
               ORDER BY value_date DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 0 TO WS-UNIT-VALUE
           END-IF.
