       IDENTIFICATION DIVISION.
       PROGRAM-ID. ULACCOUNT.

      *> credits a premium received on a universal life policy into
      *> its account value. UL premium is flexible - there is no
      *> invoice to pay down, so CASHAPPLY hands the receipt here
      *> instead. A policy sitting in its UL grace period has the
      *> unpaid monthly charges settled out of the premium first;
      *> once they are met the grace ends and the rest goes to the
      *> account value.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY "../copy/policy.cpy".

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-POLICY-NUMBER     PIC X(50).
       01 WS-ACCOUNT-VALUE     PIC 9(9)V99.
       01 WS-GRACE-AMOUNT      PIC 9(9)V99.
       01 WS-TO-GRACE          PIC 9(9)V99.
       01 WS-TO-ACCOUNT        PIC 9(9)V99.
       01 WS-ACCOUNT-ROWS      PIC 9(5).

       01 WS-UL-ACTION         PIC X(01).
       01 WS-COI-RATE          PIC 9(3)V9999 VALUE 0.
       01 WS-COI-CHARGE        PIC 9(9)V99.
       01 WS-EXPENSE-CHARGE    PIC 9(9)V99.
       01 WS-SHORTFALL         PIC 9(9)V99.

       01 WS-AUDIT-PROGRAM     PIC X(20).
       01 WS-AUDIT-EVENT       PIC X(20).
       01 WS-AUDIT-OLD         PIC X(100).
       01 WS-AUDIT-NEW         PIC X(100).

       LINKAGE SECTION.

       01 LK-POLICY-ID         PIC 9(9).
       01 LK-AMOUNT            PIC 9(9)V99.
       01 LK-STATUS            PIC X(01).
           88 LK-STATUS-OK        VALUE "Y".
           88 LK-STATUS-FAILED    VALUE "N".

       PROCEDURE DIVISION USING LK-POLICY-ID LK-AMOUNT LK-STATUS.

           MOVE LK-POLICY-ID TO POLICY-ID
           SET LK-STATUS-FAILED TO TRUE

           EXEC SQL
               SELECT policy_type, policy_status,
                   COALESCE(coverage_amount, 0)
               INTO :POLICY-TYPE, :POLICY-STATUS, :COVERAGE-AMOUNT
               FROM policy_master
               WHERE policy_id = :POLICY-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "ERROR: POLICY " POLICY-ID " NOT FOUND, "
                       "UL PREMIUM NOT CREDITED"
               WHEN POLICY-TYPE NOT = "UL"
                   DISPLAY "ERROR: POLICY " POLICY-ID " IS NOT "
                       "UNIVERSAL LIFE, PREMIUM NOT CREDITED"
               WHEN NOT POLICY-STATUS-ACTIVE
                   DISPLAY "ERROR: POLICY " POLICY-ID " IS NOT "
                       "ACTIVE, UL PREMIUM NOT CREDITED"
               WHEN LK-AMOUNT NOT > 0
                   DISPLAY "ERROR: UL PREMIUM MUST BE POSITIVE"
               WHEN OTHER
                   PERFORM CREDIT-THE-PREMIUM
           END-EVALUATE.

           GOBACK.

       CREDIT-THE-PREMIUM.

           PERFORM LOAD-THE-ACCOUNT

           IF WS-GRACE-AMOUNT > 0
               IF LK-AMOUNT > WS-GRACE-AMOUNT
                   MOVE WS-GRACE-AMOUNT TO WS-TO-GRACE
               ELSE
                   MOVE LK-AMOUNT TO WS-TO-GRACE
               END-IF
           ELSE
               MOVE 0 TO WS-TO-GRACE
           END-IF

           COMPUTE WS-TO-ACCOUNT = LK-AMOUNT - WS-TO-GRACE
           SUBTRACT WS-TO-GRACE FROM WS-GRACE-AMOUNT

           IF WS-TO-ACCOUNT > 0
               MOVE "C" TO WS-UL-ACTION
               MOVE POLICY-ID TO WS-POLICY-NUMBER
               CALL "ULVALUES" USING WS-UL-ACTION WS-POLICY-NUMBER
                   WS-ACCOUNT-VALUE COVERAGE-AMOUNT WS-COI-RATE
                   WS-TO-ACCOUNT WS-COI-CHARGE WS-EXPENSE-CHARGE
                   WS-SHORTFALL
           END-IF

           EXEC SQL
               UPDATE ul_accounts
               SET account_value = :WS-ACCOUNT-VALUE,
                   grace_amount = :WS-GRACE-AMOUNT,
                   grace_start_date = CASE
                       WHEN :WS-GRACE-AMOUNT = 0 THEN ' '
                       ELSE grace_start_date END
               WHERE policy_id = :POLICY-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR CREDITING UL PREMIUM FOR POLICY "
                   POLICY-ID " - " SQL-ERROR-MESSAGE
           ELSE
               EXEC SQL
                   INSERT INTO ul_transactions
                   (policy_id, txn_date, txn_type, amount,
                       coi_charge, expense_charge,
                       account_value_after)
                   VALUES
                   (:POLICY-ID, CURRENT_DATE, 'P', :LK-AMOUNT,
                       0, 0, :WS-ACCOUNT-VALUE)
               END-EXEC

               IF WS-TO-GRACE > 0 AND WS-GRACE-AMOUNT = 0
                   MOVE "ULACCOUNT" TO WS-AUDIT-PROGRAM
                   MOVE "UL-GRACE-CURED" TO WS-AUDIT-EVENT
                   MOVE SPACES TO WS-AUDIT-OLD
                   MOVE SPACES TO WS-AUDIT-NEW
                   STRING "CHARGES PAID=" WS-TO-GRACE
                       DELIMITED BY SIZE INTO WS-AUDIT-NEW
                   CALL "POLICYAUDIT" USING POLICY-ID
                       WS-AUDIT-PROGRAM WS-AUDIT-EVENT
                       WS-AUDIT-OLD WS-AUDIT-NEW
                   DISPLAY "UL GRACE ENDED: POLICY " POLICY-ID
                       " UNPAID CHARGES SETTLED"
               END-IF

               DISPLAY "UL PREMIUM " LK-AMOUNT " CREDITED TO "
                   "POLICY " POLICY-ID " - ACCOUNT VALUE "
                   WS-ACCOUNT-VALUE
               SET LK-STATUS-OK TO TRUE
           END-IF.

      *> the account row is opened on the first premium - a policy
      *> that has never been funded has a zero account value.
       LOAD-THE-ACCOUNT.

           MOVE 0 TO WS-ACCOUNT-VALUE
           MOVE 0 TO WS-GRACE-AMOUNT

           EXEC SQL
               SELECT COUNT(*) INTO :WS-ACCOUNT-ROWS
               FROM ul_accounts
               WHERE policy_id = :POLICY-ID
           END-EXEC

           IF WS-ACCOUNT-ROWS = 0
               EXEC SQL
                   INSERT INTO ul_accounts
                   (policy_id, account_value, grace_amount,
                       month_coi, month_expense)
                   VALUES
                   (:POLICY-ID, 0, 0, 0, 0)
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT account_value, COALESCE(grace_amount, 0)
                   INTO :WS-ACCOUNT-VALUE, :WS-GRACE-AMOUNT
                   FROM ul_accounts
                   WHERE policy_id = :POLICY-ID
               END-EXEC
           END-IF.
