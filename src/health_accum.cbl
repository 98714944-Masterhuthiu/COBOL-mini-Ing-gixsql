       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEALTHACCUM.

      *> the plan-year accumulators on a HEALTH policy - how much of
      *> the deductible the member has already satisfied and how
      *> much they have spent out of pocket (deductible plus copay)
      *> in the plan year, which runs with the calendar year of the
      *> date of loss. Adjudication reads them before it prices a
      *> claim so the deductible is taken once a year, not once a
      *> claim, and copay stops at the out-of-pocket maximum. The
      *> accumulator row is never added to by hand: it is rebuilt
      *> from the member cost-share stamped on each decided claim,
      *> so a decision CLAIMAPPEAL reverses comes back out of the
      *> totals the moment the rebuild runs.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

      *> the out-of-pocket maximum for a plan that does not carry
      *> its own on the policy row.
       01 DEFAULT-OOP-MAXIMUM   PIC 9(7)V99 VALUE 6000.00.

       LINKAGE SECTION.

      *> "L" loads the year-to-date figures, "R" rebuilds them from
      *> the decided claims first and then hands them back.
       01 LK-ACTION             PIC X(01).
           88 LK-LOAD              VALUE "L".
           88 LK-REBUILD           VALUE "R".
       01 LK-POLICY-ID          PIC 9(9).
       01 LK-PLAN-YEAR          PIC X(04).
       01 LK-DEDUCTIBLE-MET     PIC 9(7)V99.
       01 LK-OOP-SPENT          PIC 9(7)V99.
       01 LK-OOP-MAXIMUM        PIC 9(7)V99.
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-POLICY-ID LK-PLAN-YEAR
           LK-DEDUCTIBLE-MET LK-OOP-SPENT LK-OOP-MAXIMUM LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE
           MOVE 0 TO LK-DEDUCTIBLE-MET
           MOVE 0 TO LK-OOP-SPENT

           PERFORM LOAD-OOP-MAXIMUM

           EVALUATE TRUE
               WHEN LK-LOAD
                   PERFORM LOAD-ACCUMULATORS
               WHEN LK-REBUILD
                   PERFORM REBUILD-ACCUMULATORS
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN ACCUMULATOR ACTION "
                       LK-ACTION
           END-EVALUATE.

           GOBACK.

       LOAD-OOP-MAXIMUM.

           MOVE 0 TO LK-OOP-MAXIMUM

           EXEC SQL
               SELECT COALESCE(oop_maximum, 0)
               INTO :LK-OOP-MAXIMUM
               FROM policy_master
               WHERE policy_id = :LK-POLICY-ID
           END-EXEC

           IF SQLCODE NOT = 0 OR LK-OOP-MAXIMUM = 0
               MOVE DEFAULT-OOP-MAXIMUM TO LK-OOP-MAXIMUM
           END-IF.

      *> no row yet is a plan year with nothing spent in it.
       LOAD-ACCUMULATORS.

           EXEC SQL
               SELECT deductible_met, oop_spent
               INTO :LK-DEDUCTIBLE-MET, :LK-OOP-SPENT
               FROM health_accumulators
               WHERE policy_id = :LK-POLICY-ID
                   AND plan_year = :LK-PLAN-YEAR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 0 TO LK-DEDUCTIBLE-MET
               MOVE 0 TO LK-OOP-SPENT
           END-IF

           SET LK-STATUS-OK TO TRUE.

      *> every decided claim in the plan year counts what the member
      *> bore on it - an approval its deductible and copay, a claim
      *> denied as under the deductible the whole allowed amount as
      *> deductible, any other denial nothing. A claim back open on
      *> appeal counts nothing until it is decided again.
       REBUILD-ACCUMULATORS.

           EXEC SQL
               SELECT COALESCE(SUM(deductible_applied), 0),
                   COALESCE(SUM(COALESCE(deductible_applied, 0)
                       + COALESCE(copay_applied, 0)), 0)
               INTO :LK-DEDUCTIBLE-MET, :LK-OOP-SPENT
               FROM claims
               WHERE policy_id = :LK-POLICY-ID
                   AND SUBSTR(date_of_loss, 1, 4) = :LK-PLAN-YEAR
                   AND claim_status IN ('A', 'D', 'P')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR TOTALLING ACCUMULATORS FOR POLICY "
                   LK-POLICY-ID " - " SQL-ERROR-MESSAGE
           ELSE
               IF LK-OOP-SPENT > LK-OOP-MAXIMUM
                   MOVE LK-OOP-MAXIMUM TO LK-OOP-SPENT
               END-IF
               PERFORM STORE-ACCUMULATORS
           END-IF.

       STORE-ACCUMULATORS.

           EXEC SQL
               UPDATE health_accumulators
               SET deductible_met = :LK-DEDUCTIBLE-MET,
                   oop_spent = :LK-OOP-SPENT
               WHERE policy_id = :LK-POLICY-ID
                   AND plan_year = :LK-PLAN-YEAR
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) = 0
               EXEC SQL
                   INSERT INTO health_accumulators
                   (policy_id, plan_year, deductible_met,
                       oop_spent)
                   VALUES
                   (:LK-POLICY-ID, :LK-PLAN-YEAR,
                       :LK-DEDUCTIBLE-MET, :LK-OOP-SPENT)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR STORING ACCUMULATORS FOR POLICY "
                   LK-POLICY-ID " - " SQL-ERROR-MESSAGE
           END-IF.
