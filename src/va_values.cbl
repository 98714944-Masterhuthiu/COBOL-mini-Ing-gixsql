       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAVALUES.

      *> values a deferred annuity's variable sub-accounts: every
      *> fund's units times that fund's latest unit value on or
      *> before LK-AS-OF-DATE. ANNUITIZE, RMDBATCH and ANNUALSTMT
      *> all value a variable contract here, so the payout basis,
      *> the minimum distribution and the statement never disagree
      *> about what the contract is worth. A contract with no unit
      *> holdings values at zero - the fixed declared-rate
      *> accumulation is the whole contract, as it always was.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       LINKAGE SECTION.

       01 LK-POLICY-ID          PIC 9(9).
       01 LK-AS-OF-DATE         PIC X(10).
       01 LK-VARIABLE-VALUE     PIC 9(9)V99.

       PROCEDURE DIVISION USING LK-POLICY-ID LK-AS-OF-DATE
           LK-VARIABLE-VALUE.

           MOVE 0 TO LK-VARIABLE-VALUE

      *>   a fund with no unit value yet on the date contributes
      *>   nothing rather than failing the whole valuation
           EXEC SQL
               SELECT COALESCE(SUM(ROUND(h.units *
                   COALESCE((SELECT v.unit_value
                       FROM va_unit_values v
                       WHERE v.fund_code = h.fund_code
                           AND v.value_date <= :LK-AS-OF-DATE
                       ORDER BY v.value_date DESC
                       FETCH FIRST 1 ROW ONLY), 0), 2)), 0)
               INTO :LK-VARIABLE-VALUE
               FROM va_holdings h
               WHERE h.policy_id = :LK-POLICY-ID
                   AND h.units > 0
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR VALUING SUB-ACCOUNTS FOR POLICY "
                   LK-POLICY-ID " - " SQL-ERROR-MESSAGE
               MOVE 0 TO LK-VARIABLE-VALUE
           END-IF

           GOBACK.
