
      *> a loan can draw up to this share of the accumulated cash
      *> value - the margin keeps the loan from swallowing the whole
      *> value while interest is still accruing on it. This is the
      *> company default share; a value filed through PARAMMAINT for
      *> the policy's type or state and in force today replaces it.
       01 LOAN-CAP-PERCENT     PIC 9V99 VALUE 0.90.
       01 WS-LOAN-CAP-PERCENT  PIC 9V9999.
       01 WS-PARAM-NAME        PIC X(30).
       01 WS-PARAM-VALUE       PIC 9(7)V9999.

       01 WS-POLICY-NUMBER     PIC X(50).
       01 WS-YEARS-IN-FORCE    PIC 9(3).
       01 WS-START-JULIAN      PIC 9(7).
       01 WS-TODAY-8           PIC 9(8).
       01 WS-TODAY-JULIAN      PIC 9(7).
       01 WS-TODAY-DASH        PIC X(10).
       01 WS-DAYS-IN-FORCE     PIC S9(7).

      *> a collateral assignee (a lender holding the policy as
      *> security) must release the assignment before the policy's
      *> value can be taken out from under it.
       01 WS-ROLE-ACTION        PIC X(01) VALUE "N".
       01 WS-ROLE-TYPE          PIC X(01) VALUE "A".
       01 WS-ASSIGNEE-ID        PIC 9(9).
       01 WS-ASSIGNEE-NAME      PIC X(100).
       01 WS-ROLE-STATUS        PIC X(01).
           88 WS-ROLE-OK           VALUE "Y".
           88 WS-ROLE-FAILED       VALUE "N".

       LINKAGE SECTION.

      *> "O" originates a new loan for LK-AMOUNT, "R" applies a

           EXEC SQL
               SELECT policy_type, premium, payment_frequency,
                   start_date, policy_status,
                   COALESCE(jurisdiction_code, ' ')
               INTO :POLICY-TYPE, :PREMIUM, :PAYMENT-FREQUENCY,
                   :START-DATE, :POLICY-STATUS, :JURISDICTION-CODE
               FROM policy_master
               WHERE policy_id = :POLICY-ID
           END-EXEC
                   DISPLAY "ERROR: POLICY " POLICY-ID " IS NOT "
                       "ACTIVE, LOAN NOT ORIGINATED"
               WHEN OTHER
                   PERFORM CHECK-COLLATERAL-ASSIGNMENT
                   IF WS-ASSIGNEE-ID > 0
                       DISPLAY "ERROR: POLICY " POLICY-ID " IS "
                           "ASSIGNED TO " WS-ASSIGNEE-NAME
                       DISPLAY "  LOAN NOT ORIGINATED WITHOUT "
                           "ASSIGNEE RELEASE"
                   ELSE
                       PERFORM CHECK-LOAN-CAPACITY
                   END-IF
           END-EVALUATE.

       CHECK-LOAN-CAPACITY.
               PAYMENT-FREQUENCY WS-YEARS-IN-FORCE WS-CASH-VALUE
               WS-SURRENDER-VALUE

           MOVE "LOAN-CAP-PERCENT" TO WS-PARAM-NAME
           MOVE LOAN-CAP-PERCENT TO WS-PARAM-VALUE
           CALL "BIZPARAM" USING WS-PARAM-NAME POLICY-TYPE
               JURISDICTION-CODE WS-TODAY-DASH WS-PARAM-VALUE
           MOVE WS-PARAM-VALUE TO WS-LOAN-CAP-PERCENT

           COMPUTE WS-MAX-LOAN ROUNDED =
               WS-CASH-VALUE * WS-LOAN-CAP-PERCENT

           PERFORM SUM-OUTSTANDING-LOANS

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           COMPUTE WS-TODAY-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-8)
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           COMPUTE WS-DAYS-IN-FORCE =
               WS-TODAY-JULIAN - WS-START-JULIAN
           END-IF

           IF SQLCODE = 0
      *>       each advance is logged on its own, since the loan
      *>       row only carries the running balance - AMLMONITOR
      *>       watches how often new cash value is borrowed out
               EXEC SQL
                   INSERT INTO loan_advances
                   (policy_id, advance_date, amount, cash_value,
                       aml_reviewed)
                   VALUES
                   (:POLICY-ID, :WS-TODAY-DASH, :LK-AMOUNT,
                       :WS-CASH-VALUE, 'N')
               END-EXEC
               DISPLAY "LOAN ORIGINATED: POLICY " POLICY-ID
                   " AMOUNT " LK-AMOUNT
                   " (CASH VALUE " WS-CASH-VALUE ")"
                           " - " SQL-ERROR-MESSAGE
                   END-IF
           END-EVALUATE.

       CHECK-COLLATERAL-ASSIGNMENT.

           MOVE 0 TO WS-ASSIGNEE-ID
           MOVE SPACES TO WS-ASSIGNEE-NAME

           CALL "POLICYROLE" USING WS-ROLE-ACTION POLICY-ID
               WS-ROLE-TYPE WS-ASSIGNEE-ID WS-ASSIGNEE-NAME
               WS-ROLE-STATUS.
