       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAALLOCATE.

      *> maintains the owner's allocation of new premium across the
      *> variable annuity's sub-accounts - whole percentages by
      *> fund. Entered the way beneficiary designations are, as
      *> clear-then-re-add, so the set on file is always exactly
      *> what the owner last signed for. Whatever share is not
      *> allocated to a fund stays in the fixed declared-rate
      *> account, so a contract with no allocations at all is the
      *> plain fixed deferred annuity it always was.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY "../copy/policy.cpy".

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-FUND-STATUS        PIC X(01).
       01 WS-POLICY-LOOKUP      PIC X(01).
           88 WS-POLICY-FOUND      VALUE "Y".
           88 WS-POLICY-MISSING    VALUE "N".
       01 WS-PAYOUT-COUNT       PIC 9(7).
       01 WS-EXISTING-COUNT     PIC 9(7).
       01 WS-CURRENT-TOTAL      PIC 9(3).
       01 WS-NEW-TOTAL          PIC 9(3).
       01 WS-CLEARED-COUNT      PIC 9(5).

       01 WS-AUDIT-PROGRAM      PIC X(20).
       01 WS-AUDIT-EVENT        PIC X(20).
       01 WS-AUDIT-OLD          PIC X(100).
       01 WS-AUDIT-NEW          PIC X(100).

       LINKAGE SECTION.

      *> "A" adds one fund's percentage; "C" clears every
      *> allocation on the policy so the set can be re-entered.
       01 LK-ACTION             PIC X(01).
           88 LK-ADD               VALUE "A".
           88 LK-CLEAR             VALUE "C".
       01 LK-POLICY-ID          PIC 9(9).
       01 LK-FUND-CODE          PIC X(08).
       01 LK-ALLOCATION-PCT     PIC 9(3).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-POLICY-ID
           LK-FUND-CODE LK-ALLOCATION-PCT LK-STATUS.

           MOVE LK-POLICY-ID TO POLICY-ID
           SET LK-STATUS-FAILED TO TRUE

      *> only a deferred annuity still in accumulation takes new
      *> premium - once ANNUITIZE has scheduled the payout there is
      *> nothing left to allocate.
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
                       "ALLOCATION NOT STORED"
               WHEN POLICY-TYPE NOT = "ANNUITY"
                   DISPLAY "ERROR: POLICY " POLICY-ID " IS NOT AN "
                       "ANNUITY, ALLOCATION NOT STORED"
               WHEN NOT POLICY-STATUS-ACTIVE
                   DISPLAY "ERROR: POLICY " POLICY-ID " IS NOT "
                       "ACTIVE, ALLOCATION NOT STORED"
               WHEN WS-PAYOUT-COUNT > 0
                   DISPLAY "ERROR: POLICY " POLICY-ID " IS "
                       "ANNUITIZED, ALLOCATION NOT STORED"
               WHEN LK-ADD
                   PERFORM ADD-ONE-ALLOCATION
               WHEN LK-CLEAR
                   PERFORM CLEAR-ALL-ALLOCATIONS
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN ALLOCATION ACTION "
                       LK-ACTION
           END-EVALUATE.

           GOBACK.

      *> new money can only be directed to a fund that is open -
      *> a closed fund keeps its existing units but takes no more.
       ADD-ONE-ALLOCATION.

           MOVE SPACES TO WS-FUND-STATUS

           EXEC SQL
               SELECT fund_status INTO :WS-FUND-STATUS
               FROM va_funds
               WHERE fund_code = :LK-FUND-CODE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "ERROR: FUND " LK-FUND-CODE " NOT ON "
                       "THE FUND MASTER, ALLOCATION NOT STORED"
               WHEN WS-FUND-STATUS NOT = "A"
                   DISPLAY "ERROR: FUND " LK-FUND-CODE " IS "
                       "CLOSED TO NEW MONEY, ALLOCATION NOT STORED"
               WHEN LK-ALLOCATION-PCT NOT > 0
                   DISPLAY "ERROR: ALLOCATION PERCENT MUST BE "
                       "POSITIVE, ALLOCATION NOT STORED"
               WHEN OTHER
                   PERFORM CHECK-ALLOCATION-ROOM
           END-EVALUATE.

      *> the same 100% ceiling beneficiary designations carry -
      *> one row per fund, so re-adding a fund replaces its share.
       CHECK-ALLOCATION-ROOM.

           EXEC SQL
               SELECT COALESCE(SUM(allocation_pct), 0)
               INTO :WS-CURRENT-TOTAL
               FROM va_allocations
               WHERE policy_id = :POLICY-ID
                   AND fund_code <> :LK-FUND-CODE
           END-EXEC

           COMPUTE WS-NEW-TOTAL =
               WS-CURRENT-TOTAL + LK-ALLOCATION-PCT

           IF WS-NEW-TOTAL > 100
               DISPLAY "ERROR: ALLOCATIONS WOULD TOTAL "
                   WS-NEW-TOTAL "% ON POLICY " POLICY-ID
                   " - MUST NOT EXCEED 100%, ALLOCATION NOT STORED"
           ELSE
               PERFORM STORE-THE-ALLOCATION
           END-IF.

       STORE-THE-ALLOCATION.

           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTING-COUNT
               FROM va_allocations
               WHERE policy_id = :POLICY-ID
                   AND fund_code = :LK-FUND-CODE
           END-EXEC

           IF WS-EXISTING-COUNT > 0
               EXEC SQL
                   UPDATE va_allocations
                   SET allocation_pct = :LK-ALLOCATION-PCT
                   WHERE policy_id = :POLICY-ID
                       AND fund_code = :LK-FUND-CODE
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO va_allocations
                   (policy_id, fund_code, allocation_pct)
                   VALUES
                   (:POLICY-ID, :LK-FUND-CODE, :LK-ALLOCATION-PCT)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               MOVE "VAALLOCATE" TO WS-AUDIT-PROGRAM
               MOVE "VA-ALLOCATION" TO WS-AUDIT-EVENT
               MOVE SPACES TO WS-AUDIT-OLD
               MOVE SPACES TO WS-AUDIT-NEW
               STRING "FUND=" LK-FUND-CODE " PCT="
                   LK-ALLOCATION-PCT DELIMITED BY SIZE
                   INTO WS-AUDIT-NEW
               CALL "POLICYAUDIT" USING POLICY-ID WS-AUDIT-PROGRAM
                   WS-AUDIT-EVENT WS-AUDIT-OLD WS-AUDIT-NEW

               DISPLAY "ALLOCATION STORED: POLICY " POLICY-ID
                   " FUND " LK-FUND-CODE " " LK-ALLOCATION-PCT "%"
               IF WS-NEW-TOTAL < 100
                   DISPLAY "NOTE: FUNDS NOW TAKE " WS-NEW-TOTAL
                       "% - THE REST OF EACH PREMIUM STAYS IN THE "
                       "FIXED ACCOUNT"
               END-IF
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR STORING ALLOCATION: " SQLCODE
                   " - " SQL-ERROR-MESSAGE
           END-IF.

       CLEAR-ALL-ALLOCATIONS.

           EXEC SQL
               DELETE FROM va_allocations
               WHERE policy_id = :POLICY-ID
           END-EXEC

           IF SQLCODE = 0 OR SQLCODE = 100
               MOVE SQLERRD(3) TO WS-CLEARED-COUNT
               DISPLAY "ALLOCATIONS CLEARED ON POLICY " POLICY-ID
                   " (" WS-CLEARED-COUNT " REMOVED)"
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR CLEARING ALLOCATIONS: " SQLCODE
                   " - " SQL-ERROR-MESSAGE
           END-IF.
