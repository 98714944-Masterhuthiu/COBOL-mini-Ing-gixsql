       IDENTIFICATION DIVISION.
       PROGRAM-ID. ULDEDUCT.

      *> the universal life monthly deduction cycle: every in-force
      *> UL policy has one month's cost of insurance (at the filed
      *> ULCOIMAINT rate for the insured's attained age and risk
      *> class) and expense charge taken out of its account value
      *> through ULVALUES, and the month's interest credited on
      *> what is left. A policy whose value cannot cover the month
      *> enters its own UL grace period - the invoice-driven grace
      *> LAPSEBATCH runs never sees UL business - and lapses only
      *> if the unpaid charges are still owing when the grace runs
      *> out - or, in a state under a catastrophe moratorium, when
      *> the order's protection does. Runs at month-end; a policy
      *> already deducted this calendar month is skipped, so a
      *> rerun never double-charges.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY "../copy/policy.cpy".

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

      *> the statutory universal life grace period: the policyholder
      *> has this many days from the first uncovered deduction to
      *> pay the charges before the coverage lapses.
       01 UL-GRACE-DAYS         PIC 9(3) VALUE 61.

       01 WS-POLICY-NUMBER      PIC X(50).
       01 WS-ACCOUNT-VALUE      PIC 9(9)V99.
       01 WS-GRACE-AMOUNT       PIC 9(9)V99.
       01 WS-GRACE-START        PIC X(10).
       01 WS-LAST-DEDUCTION     PIC X(10).
       01 WS-ACCOUNT-ROWS       PIC 9(5).
       01 WS-ROW-VERSION        PIC 9(9).

       01 WS-UL-ACTION          PIC X(01) VALUE "D".
       01 WS-COI-RATE           PIC 9(3)V9999.
       01 WS-NO-PREMIUM         PIC 9(9)V99 VALUE 0.
       01 WS-COI-CHARGE         PIC 9(9)V99.
       01 WS-EXPENSE-CHARGE     PIC 9(9)V99.
       01 WS-SHORTFALL          PIC 9(9)V99.
       01 WS-CHARGES-TAKEN      PIC 9(9)V99.

       01 WS-DATE-OF-BIRTH      PIC X(10).
       01 WS-DOB-8              PIC 9(8).
       01 WS-DOB-JULIAN         PIC 9(7).
       01 WS-AGE-DAYS           PIC S9(7).
       01 WS-ATTAINED-AGE       PIC 9(3).

       01 WS-GRACE-8            PIC 9(8).
       01 WS-GRACE-JULIAN       PIC 9(7).
       01 WS-DAYS-IN-GRACE      PIC S9(7).

      *> the grace this policy actually gets tonight - the UL grace
      *> period, stretched to run out no sooner than a catastrophe
      *> moratorium covering the policy's jurisdiction protects it.
       01 WS-GRACE-DAYS         PIC 9(5).
       01 WS-MORAT-EVENT        PIC X(10).
       01 WS-MORAT-ORDER-END    PIC X(10).
       01 WS-MORAT-UNTIL        PIC X(10).
       01 WS-MORAT-8            PIC 9(8).
       01 WS-MORAT-DAYS         PIC S9(7).

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-JULIAN       PIC 9(7).
       01 WS-TODAY-DASH         PIC X(10).

       01 WS-MASKED-NAME        PIC X(100).

       01 WS-LETTER-TYPE        PIC X(14).
       01 WS-LETTER-DATA        PIC X(100).
       01 WS-LETTER-STATUS      PIC X(01).
           88 WS-LETTER-OK         VALUE "Y".
           88 WS-LETTER-FAILED     VALUE "N".

       01 WS-AUDIT-PROGRAM      PIC X(20).
       01 WS-AUDIT-EVENT        PIC X(20).
       01 WS-AUDIT-OLD          PIC X(100).
       01 WS-AUDIT-NEW          PIC X(100).

       01 WS-RUN-ACTION       PIC X(01).
       01 WS-RUN-PROGRAM      PIC X(20).
       01 WS-RUN-ID           PIC 9(9) VALUE 0.
       01 WS-RUN-STATUS       PIC X(01).
       01 WS-RUN-COUNT-1      PIC 9(7).
       01 WS-RUN-COUNT-2      PIC 9(7).
       01 WS-RUN-COUNT-3      PIC 9(7).

       01 POLICY-COUNT          PIC 9(7) VALUE 0.
       01 DEDUCTED-COUNT        PIC 9(7) VALUE 0.
       01 ALREADY-DONE-COUNT    PIC 9(7) VALUE 0.
       01 GRACE-COUNT           PIC 9(7) VALUE 0.
       01 LAPSED-COUNT          PIC 9(7) VALUE 0.
       01 MORATORIUM-COUNT      PIC 9(7) VALUE 0.
       01 VERSION-SKIP-COUNT    PIC 9(7) VALUE 0.
       01 TOTAL-CHARGES         PIC 9(11)V99 VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> every active UL policy, with its account row when it has
      *> one - a policy never funded has no row yet and deducts from
      *> a zero value straight into grace.
       EXEC SQL
           DECLARE UL-DEDUCT-CURSOR CURSOR FOR
               SELECT p.policy_id, p.customer_name,
                   COALESCE(p.coverage_amount, 0),
                   COALESCE(p.risk_class, 'S'),
                   COALESCE(c.date_of_birth, ' '),
                   COALESCE(a.account_value, 0),
                   COALESCE(a.grace_amount, 0),
                   COALESCE(a.grace_start_date, ' '),
                   COALESCE(a.last_deduction_date, ' '),
                   COALESCE(p.row_version, 0)
               FROM policy_master p
                   LEFT JOIN ul_accounts a
                       ON a.policy_id = p.policy_id
                   LEFT JOIN customers c
                       ON c.customer_id = p.customer_id
               WHERE RTRIM(p.policy_type) = 'UL'
                   AND p.policy_status = 'A'
               ORDER BY p.policy_id
       END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY "=== UNIVERSAL LIFE MONTHLY DEDUCTION ===".

           MOVE "S" TO WS-RUN-ACTION
           MOVE "ULDEDUCT" TO WS-RUN-PROGRAM
           MOVE SPACES TO WS-RUN-STATUS
           MOVE 0 TO WS-RUN-COUNT-1
           MOVE 0 TO WS-RUN-COUNT-2
           MOVE 0 TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           COMPUTE WS-TODAY-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-8)
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           EXEC SQL OPEN UL-DEDUCT-CURSOR END-EXEC.

           PERFORM DEDUCT-ONE-POLICY
               UNTIL WS-EOF

           EXEC SQL CLOSE UL-DEDUCT-CURSOR END-EXEC.

           EXEC SQL COMMIT END-EXEC.

      *>   count_3 carries the run's charges in whole dollars
      *>   (capped at the field) so the anomaly check can judge
      *>   money as well as record counts
           MOVE "E" TO WS-RUN-ACTION
           MOVE "C" TO WS-RUN-STATUS
           MOVE POLICY-COUNT TO WS-RUN-COUNT-1
           MOVE DEDUCTED-COUNT TO WS-RUN-COUNT-2
           COMPUTE WS-RUN-COUNT-3 ROUNDED = TOTAL-CHARGES
               ON SIZE ERROR
                   MOVE 9999999 TO WS-RUN-COUNT-3
           END-COMPUTE
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           DISPLAY "UL POLICIES READ     : " POLICY-COUNT.
           DISPLAY "DEDUCTED THIS MONTH  : " DEDUCTED-COUNT.
           DISPLAY "ALREADY DEDUCTED     : " ALREADY-DONE-COUNT.
           DISPLAY "IN UL GRACE          : " GRACE-COUNT.
           DISPLAY "HELD BY MORATORIUM   : " MORATORIUM-COUNT.
           DISPLAY "LAPSED AFTER GRACE   : " LAPSED-COUNT.
           DISPLAY "SKIPPED (ROW CHANGED): " VERSION-SKIP-COUNT.
           DISPLAY "CHARGES TAKEN        : " TOTAL-CHARGES.
           DISPLAY "=== UL DEDUCTION COMPLETE ===".

           GOBACK.

       DEDUCT-ONE-POLICY.

           EXEC SQL
               FETCH UL-DEDUCT-CURSOR
               INTO :POLICY-ID, :CUSTOMER-NAME, :COVERAGE-AMOUNT,
                   :RISK-CLASS, :WS-DATE-OF-BIRTH,
                   :WS-ACCOUNT-VALUE, :WS-GRACE-AMOUNT,
                   :WS-GRACE-START, :WS-LAST-DEDUCTION,
                   :WS-ROW-VERSION
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO POLICY-COUNT
               IF WS-LAST-DEDUCTION(1:7) = WS-TODAY-DASH(1:7)
                   ADD 1 TO ALREADY-DONE-COUNT
               ELSE
                   PERFORM TAKE-THE-DEDUCTION
               END-IF
           END-IF.

      *> the month's charges come out of the value; whatever the
      *> value could not cover is owed, and either opens the grace
      *> period or adds to the amount an open grace is waiting on.
       TAKE-THE-DEDUCTION.

           PERFORM COMPUTE-ATTAINED-AGE
           PERFORM LOOK-UP-COI-RATE

           MOVE POLICY-ID TO WS-POLICY-NUMBER

           CALL "ULVALUES" USING WS-UL-ACTION WS-POLICY-NUMBER
               WS-ACCOUNT-VALUE COVERAGE-AMOUNT WS-COI-RATE
               WS-NO-PREMIUM WS-COI-CHARGE WS-EXPENSE-CHARGE
               WS-SHORTFALL

           COMPUTE WS-CHARGES-TAKEN =
               WS-COI-CHARGE + WS-EXPENSE-CHARGE - WS-SHORTFALL
           ADD WS-CHARGES-TAKEN TO TOTAL-CHARGES
           ADD 1 TO DEDUCTED-COUNT

           IF WS-SHORTFALL > 0
               IF WS-GRACE-AMOUNT = 0
                   MOVE WS-TODAY-DASH TO WS-GRACE-START
                   ADD WS-SHORTFALL TO WS-GRACE-AMOUNT
                   PERFORM OPEN-UL-GRACE
               ELSE
                   ADD WS-SHORTFALL TO WS-GRACE-AMOUNT
               END-IF
           END-IF

           PERFORM STORE-THE-ACCOUNT

           IF WS-GRACE-AMOUNT > 0
               PERFORM CHECK-GRACE-EXPIRED
           END-IF.

      *> the insured's age today off the customers row - an
      *> unlinked policy (no date of birth) charges the youngest
      *> band on the scale rather than nothing.
       COMPUTE-ATTAINED-AGE.

           MOVE 0 TO WS-ATTAINED-AGE

           IF WS-DATE-OF-BIRTH NOT = SPACES
               MOVE WS-DATE-OF-BIRTH(1:4) TO WS-DOB-8(1:4)
               MOVE WS-DATE-OF-BIRTH(6:2) TO WS-DOB-8(5:2)
               MOVE WS-DATE-OF-BIRTH(9:2) TO WS-DOB-8(7:2)
               COMPUTE WS-DOB-JULIAN = FUNCTION INTEGER-OF-DATE
                   (WS-DOB-8)
               COMPUTE WS-AGE-DAYS = WS-TODAY-JULIAN - WS-DOB-JULIAN
               IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
               COMPUTE WS-ATTAINED-AGE = WS-AGE-DAYS / 365.25
           END-IF.

      *> the same in-force lookup ULCOIMAINT reads back with - no
      *> filed rate leaves zero, and the class applies its default.
       LOOK-UP-COI-RATE.

           MOVE 0 TO WS-COI-RATE

           EXEC SQL
               SELECT coi_rate INTO :WS-COI-RATE
               FROM ul_coi_rates
               WHERE risk_class = :RISK-CLASS
                   AND attained_age <= :WS-ATTAINED-AGE
                   AND effective_date <= :WS-TODAY-DASH
               ORDER BY effective_date DESC, attained_age DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 0 TO WS-COI-RATE
           END-IF.

      *> the month's figures stay on the account row for the
      *> statement and the valuation extract, and the deduction
      *> itself lands on the transaction history.
       STORE-THE-ACCOUNT.

           EXEC SQL
               SELECT COUNT(*) INTO :WS-ACCOUNT-ROWS
               FROM ul_accounts
               WHERE policy_id = :POLICY-ID
           END-EXEC

           IF WS-ACCOUNT-ROWS = 0
               EXEC SQL
                   INSERT INTO ul_accounts
                   (policy_id, account_value, grace_amount,
                       grace_start_date, month_coi, month_expense,
                       last_deduction_date)
                   VALUES
                   (:POLICY-ID, :WS-ACCOUNT-VALUE, :WS-GRACE-AMOUNT,
                       :WS-GRACE-START, :WS-COI-CHARGE,
                       :WS-EXPENSE-CHARGE, :WS-TODAY-DASH)
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE ul_accounts
                   SET account_value = :WS-ACCOUNT-VALUE,
                       grace_amount = :WS-GRACE-AMOUNT,
                       grace_start_date = :WS-GRACE-START,
                       month_coi = :WS-COI-CHARGE,
                       month_expense = :WS-EXPENSE-CHARGE,
                       last_deduction_date = :WS-TODAY-DASH
                   WHERE policy_id = :POLICY-ID
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR STORING UL ACCOUNT FOR POLICY "
                   POLICY-ID " - " SQL-ERROR-MESSAGE
           ELSE
               EXEC SQL
                   INSERT INTO ul_transactions
                   (policy_id, txn_date, txn_type, amount,
                       coi_charge, expense_charge,
                       account_value_after)
                   VALUES
                   (:POLICY-ID, :WS-TODAY-DASH, 'D',
                       :WS-CHARGES-TAKEN, :WS-COI-CHARGE,
                       :WS-EXPENSE-CHARGE, :WS-ACCOUNT-VALUE)
               END-EXEC
           END-IF.

      *> the first uncovered month: the policyholder is told what
      *> must be paid and by when, once - later months in the same
      *> grace only add to the amount owing.
       OPEN-UL-GRACE.

           ADD 1 TO GRACE-COUNT

           MOVE "ULDEDUCT" TO WS-AUDIT-PROGRAM
           MOVE "UL-GRACE" TO WS-AUDIT-EVENT
           MOVE SPACES TO WS-AUDIT-OLD
           MOVE SPACES TO WS-AUDIT-NEW
           STRING "CHARGES OWED=" WS-GRACE-AMOUNT
               DELIMITED BY SIZE INTO WS-AUDIT-NEW
           CALL "POLICYAUDIT" USING POLICY-ID WS-AUDIT-PROGRAM
               WS-AUDIT-EVENT WS-AUDIT-OLD WS-AUDIT-NEW

           MOVE "UL-GRACE" TO WS-LETTER-TYPE
           MOVE SPACES TO WS-LETTER-DATA
           STRING "PAY " WS-GRACE-AMOUNT " WITHIN "
               UL-GRACE-DAYS " DAYS OF " WS-GRACE-START
               DELIMITED BY SIZE INTO WS-LETTER-DATA
           CALL "CORRQUEUE" USING WS-LETTER-TYPE POLICY-ID
               WS-LETTER-DATA WS-LETTER-STATUS

           CALL "MASKPII" USING CUSTOMER-NAME WS-MASKED-NAME
           DISPLAY "UL GRACE: POLICY " POLICY-ID " "
               WS-MASKED-NAME(1:30) " - ACCOUNT VALUE SHORT BY "
               WS-GRACE-AMOUNT.

       CHECK-GRACE-EXPIRED.

           MOVE WS-GRACE-START(1:4) TO WS-GRACE-8(1:4)
           MOVE WS-GRACE-START(6:2) TO WS-GRACE-8(5:2)
           MOVE WS-GRACE-START(9:2) TO WS-GRACE-8(7:2)
           COMPUTE WS-GRACE-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-GRACE-8)

           COMPUTE WS-DAYS-IN-GRACE =
               WS-TODAY-JULIAN - WS-GRACE-JULIAN

           PERFORM APPLY-MORATORIUM-GRACE

           IF WS-DAYS-IN-GRACE > WS-GRACE-DAYS
               PERFORM LAPSE-UL-POLICY
           ELSE
           IF WS-DAYS-IN-GRACE > UL-GRACE-DAYS
               ADD 1 TO MORATORIUM-COUNT
               DISPLAY "MORATORIUM HOLD: POLICY " POLICY-ID
                   " " WS-DAYS-IN-GRACE " DAYS IN UL GRACE - EVENT "
                   WS-MORAT-EVENT " PROTECTS IT UNTIL "
                   WS-MORAT-UNTIL
           END-IF
           END-IF.

      *> a state moratorium over the policy's jurisdiction freezes
      *> the non-payment lapse the same way LAPSEBATCH honors it for
      *> billed business - the UL grace runs out on the later of
      *> its own end and the order's end plus its extra grace days.
      *> LAPSEBATCH sends the lift notice once the order ends.
       APPLY-MORATORIUM-GRACE.

           MOVE UL-GRACE-DAYS TO WS-GRACE-DAYS

           CALL "MORATCHECK" USING POLICY-ID WS-TODAY-DASH
               WS-MORAT-EVENT WS-MORAT-ORDER-END WS-MORAT-UNTIL

           IF WS-MORAT-UNTIL NOT = SPACES
               MOVE WS-MORAT-UNTIL(1:4) TO WS-MORAT-8(1:4)
               MOVE WS-MORAT-UNTIL(6:2) TO WS-MORAT-8(5:2)
               MOVE WS-MORAT-UNTIL(9:2) TO WS-MORAT-8(7:2)
               COMPUTE WS-MORAT-DAYS = FUNCTION INTEGER-OF-DATE
                   (WS-MORAT-8) - WS-GRACE-JULIAN

               IF WS-MORAT-DAYS > WS-GRACE-DAYS
                   MOVE WS-MORAT-DAYS TO WS-GRACE-DAYS
               END-IF
           END-IF.

      *> the grace ran out with the charges still unpaid - the
      *> same guarded lapse LAPSEBATCH applies, riders parked the
      *> same way so reinstatement can bring them back.
       LAPSE-UL-POLICY.

           SET POLICY-STATUS-LAPSED TO TRUE

           EXEC SQL
               UPDATE policy_master
               SET policy_status = :POLICY-STATUS,
                   row_version = :WS-ROW-VERSION + 1
               WHERE policy_id = :POLICY-ID
                   AND COALESCE(row_version, 0) = :WS-ROW-VERSION
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) = 0
               ADD 1 TO VERSION-SKIP-COUNT
               DISPLAY "SKIPPED: POLICY " POLICY-ID " CHANGED BY "
                   "ANOTHER UPDATER SINCE FETCH - NOT LAPSED "
                   "THIS RUN"
           ELSE
           IF SQLCODE = 0
               ADD 1 TO LAPSED-COUNT

               EXEC SQL
                   UPDATE riders
                   SET rider_status = 'S'
                   WHERE policy_id = :POLICY-ID
                       AND rider_status = 'A'
               END-EXEC

               MOVE "ULDEDUCT" TO WS-AUDIT-PROGRAM
               MOVE "LAPSE" TO WS-AUDIT-EVENT
               MOVE "STATUS=A" TO WS-AUDIT-OLD
               MOVE "STATUS=L" TO WS-AUDIT-NEW
               CALL "POLICYAUDIT" USING POLICY-ID WS-AUDIT-PROGRAM
                   WS-AUDIT-EVENT WS-AUDIT-OLD WS-AUDIT-NEW

               MOVE "LAPSE-NOTICE" TO WS-LETTER-TYPE
               MOVE SPACES TO WS-LETTER-DATA
               STRING "UL GRACE ENDED - CHARGES UNPAID "
                   WS-GRACE-AMOUNT DELIMITED BY SIZE
                   INTO WS-LETTER-DATA
               CALL "CORRQUEUE" USING WS-LETTER-TYPE POLICY-ID
                   WS-LETTER-DATA WS-LETTER-STATUS

               CALL "MASKPII" USING CUSTOMER-NAME WS-MASKED-NAME
               DISPLAY "UL LAPSE: POLICY " POLICY-ID " "
                   WS-MASKED-NAME(1:30) " - " WS-DAYS-IN-GRACE
                   " DAYS IN GRACE, CHARGES UNPAID "
                   WS-GRACE-AMOUNT
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR LAPSING POLICY " POLICY-ID
                   " - " SQL-ERROR-MESSAGE
           END-IF
           END-IF.
