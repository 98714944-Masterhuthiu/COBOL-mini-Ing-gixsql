       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAPURCHASE.

      *> invests a deferred annuity premium across the owner's
      *> sub-account allocations: each fund's share buys units at
      *> that fund's latest unit value. Whatever is not allocated -
      *> the share of an allocation under 100%, or a fund with no
      *> unit value on file yet - comes back in LK-TO-FIXED for the
      *> caller to add to the fixed declared-rate account, so no
      *> premium is ever left uninvested.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-POLICY-ID          PIC 9(9).
       01 WS-FUND-CODE          PIC X(08).
       01 WS-ALLOCATION-PCT     PIC 9(3).
       01 WS-UNIT-VALUE         PIC 9(5)V9(6).
       01 WS-FUND-AMOUNT        PIC 9(9)V99.
       01 WS-UNITS-BOUGHT       PIC 9(9)V9(6).
       01 WS-INVESTED-TOTAL     PIC 9(9)V99.
       01 WS-EXISTING-COUNT     PIC 9(7).

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       01 ALLOC-AT-END          PIC X(01) VALUE "N".
           88 ALLOC-EOF             VALUE "Y".

      *> only funds still open take new money - a fund closed since
      *> the owner allocated to it sends its share to the fixed
      *> account until the owner re-allocates.
       EXEC SQL
           DECLARE ALLOC-CURSOR CURSOR FOR
               SELECT a.fund_code, a.allocation_pct
               FROM va_allocations a, va_funds f
               WHERE a.policy_id = :WS-POLICY-ID
                   AND f.fund_code = a.fund_code
                   AND f.fund_status = 'A'
               ORDER BY a.fund_code
       END-EXEC.

       LINKAGE SECTION.

       01 LK-POLICY-ID          PIC 9(9).
       01 LK-AMOUNT             PIC 9(9)V99.
       01 LK-TO-FIXED           PIC 9(9)V99.
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-POLICY-ID LK-AMOUNT LK-TO-FIXED
           LK-STATUS.

           MOVE LK-POLICY-ID TO WS-POLICY-ID
           MOVE 0 TO WS-INVESTED-TOTAL
           MOVE "N" TO ALLOC-AT-END
           SET LK-STATUS-OK TO TRUE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           IF LK-AMOUNT > 0
               EXEC SQL OPEN ALLOC-CURSOR END-EXEC

               PERFORM INVEST-ONE-ALLOCATION
                   UNTIL ALLOC-EOF

               EXEC SQL CLOSE ALLOC-CURSOR END-EXEC
           END-IF

           COMPUTE LK-TO-FIXED = LK-AMOUNT - WS-INVESTED-TOTAL

           GOBACK.

       INVEST-ONE-ALLOCATION.

           EXEC SQL
               FETCH ALLOC-CURSOR
               INTO :WS-FUND-CODE, :WS-ALLOCATION-PCT
           END-EXEC

           IF SQLCODE NOT = 0
               SET ALLOC-EOF TO TRUE
           ELSE
               COMPUTE WS-FUND-AMOUNT ROUNDED =
                   LK-AMOUNT * WS-ALLOCATION-PCT / 100
               PERFORM FETCH-LATEST-UNIT-VALUE
               IF WS-UNIT-VALUE > 0 AND WS-FUND-AMOUNT > 0
                   PERFORM BUY-THE-UNITS
               ELSE
                   DISPLAY "NO UNIT VALUE FOR FUND " WS-FUND-CODE
                       " - POLICY " WS-POLICY-ID " SHARE "
                       WS-FUND-AMOUNT " TO FIXED ACCOUNT"
               END-IF
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

       BUY-THE-UNITS.

           COMPUTE WS-UNITS-BOUGHT ROUNDED =
               WS-FUND-AMOUNT / WS-UNIT-VALUE

           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTING-COUNT
               FROM va_holdings
               WHERE policy_id = :WS-POLICY-ID
                   AND fund_code = :WS-FUND-CODE
           END-EXEC

           IF WS-EXISTING-COUNT > 0
               EXEC SQL
                   UPDATE va_holdings
                   SET units = units + :WS-UNITS-BOUGHT
                   WHERE policy_id = :WS-POLICY-ID
                       AND fund_code = :WS-FUND-CODE
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO va_holdings
                   (policy_id, fund_code, units)
                   VALUES
                   (:WS-POLICY-ID, :WS-FUND-CODE, :WS-UNITS-BOUGHT)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO va_transactions
                   (policy_id, txn_date, txn_type, fund_code,
                       units, unit_value, amount)
                   VALUES
                   (:WS-POLICY-ID, :WS-TODAY-DASH, 'P',
                       :WS-FUND-CODE, :WS-UNITS-BOUGHT,
                       :WS-UNIT-VALUE, :WS-FUND-AMOUNT)
               END-EXEC
               ADD WS-FUND-AMOUNT TO WS-INVESTED-TOTAL
               DISPLAY "PREMIUM INVESTED: POLICY " WS-POLICY-ID
                   " FUND " WS-FUND-CODE " " WS-FUND-AMOUNT
                   " = " WS-UNITS-BOUGHT " UNITS"
           ELSE
               SET LK-STATUS-FAILED TO TRUE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR BUYING UNITS FOR POLICY " WS-POLICY-ID
                   " FUND " WS-FUND-CODE " - " SQL-ERROR-MESSAGE
           END-IF.
