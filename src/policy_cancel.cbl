      *> a policyholder who cancels inside the free-look window gets
      *> every dollar back, no questions asked - this is the number of
      *> days from START-DATE the law (and our own policy contract)
      *> gives them to change their mind. This is the company
      *> default; a state or product value filed through PARAMMAINT
      *> and in force on the policy's start date takes its place.
       01 FREE-LOOK-DAYS       PIC 9(3) VALUE 10.
       01 WS-FREE-LOOK-DAYS    PIC 9(5).
       01 WS-PARAM-NAME        PIC X(30).
       01 WS-PARAM-VALUE       PIC 9(7)V9999.

      *> outside the free-look window the refund is prorated against
      *> the length of the policy term the premium actually paid for.
           88 WS-PAYABLE-OK      VALUE "Y".
           88 WS-PAYABLE-FAILED  VALUE "N".

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

      *> whatever is left in the advance premium deposit fund goes
      *> back to the owner when the policy ends - PREMDEPOSIT books
      *> it through PAYABLEPOST and closes the fund.
       01 WS-FUND-ACTION        PIC X(01) VALUE "R".
       01 WS-FUND-REFUND        PIC 9(9)V99.
       01 WS-FUND-STATUS        PIC X(01).
           88 WS-FUND-OK           VALUE "Y".
           88 WS-FUND-FAILED       VALUE "N".

      *> a cancellation for non-payment is a lapse by another road,
      *> so a catastrophe moratorium over the policy's
      *> jurisdiction bars it exactly as it holds LAPSEBATCH.
       01 WS-MORAT-EVENT        PIC X(10).
       01 WS-MORAT-ORDER-END    PIC X(10).
       01 WS-MORAT-UNTIL        PIC X(10).

       LINKAGE SECTION.

       01 LK-POLICY-ID         PIC 9(9).
       01 LK-REFUND-AMOUNT     PIC 9(7)V99.
      *> "R" the policyholder asked, "N" non-payment.
       01 LK-CANCEL-REASON     PIC X(01).
           88 LK-CANCEL-REQUESTED  VALUE "R".
           88 LK-CANCEL-NONPAYMENT VALUE "N".
       01 LK-STATUS            PIC X(01).
           88 LK-STATUS-OK       VALUE "Y".
           88 LK-STATUS-FAILED   VALUE "N".

       PROCEDURE DIVISION USING LK-POLICY-ID LK-REFUND-AMOUNT
           LK-CANCEL-REASON LK-STATUS.

           MOVE 0 TO LK-REFUND-AMOUNT
           SET LK-STATUS-FAILED TO TRUE

           EXEC SQL
               SELECT premium, start_date, policy_status,
                   customer_name, COALESCE(row_version, 0),
                   policy_type, COALESCE(jurisdiction_code, ' ')
               INTO :PREMIUM, :START-DATE, :POLICY-STATUS,
                   :CUSTOMER-NAME, :WS-ROW-VERSION,
                   :POLICY-TYPE, :JURISDICTION-CODE
               FROM policy_master
               WHERE policy_id = :POLICY-ID
           END-EXEC.
                   DISPLAY "ERROR LOOKING UP POLICY " POLICY-ID
                       " - " SQL-ERROR-MESSAGE
               ELSE
                   PERFORM CHECK-MORATORIUM-BAR
                   IF POLICY-STATUS-CANCELLED
                       DISPLAY "ERROR: POLICY " POLICY-ID
                           " IS ALREADY CANCELLED"
                   ELSE
                   IF WS-MORAT-UNTIL NOT = SPACES
                       DISPLAY "ERROR: POLICY " POLICY-ID
                           " IS UNDER MORATORIUM " WS-MORAT-EVENT
                       DISPLAY "  NO NON-PAYMENT CANCELLATION "
                           "BEFORE " WS-MORAT-UNTIL
                   ELSE
                       PERFORM CHECK-COLLATERAL-ASSIGNMENT
                       IF WS-ASSIGNEE-ID > 0
                           DISPLAY "ERROR: POLICY " POLICY-ID
                               " IS ASSIGNED TO " WS-ASSIGNEE-NAME
                           DISPLAY "  NOT CANCELLED WITHOUT "
                               "ASSIGNEE RELEASE"
                       ELSE
                           PERFORM CALCULATE-REFUND
                           PERFORM CANCEL-THE-POLICY
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.
           COMPUTE WS-ELAPSED-DAYS =
               WS-TODAY-JULIAN - WS-START-JULIAN

           MOVE "FREE-LOOK-DAYS" TO WS-PARAM-NAME
           MOVE FREE-LOOK-DAYS TO WS-PARAM-VALUE
           CALL "BIZPARAM" USING WS-PARAM-NAME POLICY-TYPE
               JURISDICTION-CODE START-DATE WS-PARAM-VALUE
           MOVE WS-PARAM-VALUE TO WS-FREE-LOOK-DAYS

           IF WS-ELAPSED-DAYS <= WS-FREE-LOOK-DAYS
               MOVE WS-TOTAL-COLLECTED TO LK-REFUND-AMOUNT
           ELSE
               COMPUTE WS-REMAINING-DAYS =
               MOVE "CANCEL" TO WS-AUDIT-EVENT
               MOVE "STATUS=A" TO WS-AUDIT-OLD
               STRING "STATUS=C REFUND=" LK-REFUND-AMOUNT
                   " REASON=" LK-CANCEL-REASON
                   DELIMITED BY SIZE INTO WS-AUDIT-NEW
               CALL "POLICYAUDIT" USING POLICY-ID WS-AUDIT-PROGRAM
                   WS-AUDIT-EVENT WS-AUDIT-OLD WS-AUDIT-NEW
               CALL "CORRQUEUE" USING WS-LETTER-TYPE POLICY-ID
                   WS-LETTER-DATA WS-LETTER-STATUS
               PERFORM BOOK-REFUND-PAYABLE
               PERFORM REFUND-DEPOSIT-FUND
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "WARNING: REFUND FOR POLICY " POLICY-ID
                   " NOT BOOKED TO PAYABLES LEDGER"
           END-IF.

      *> only a non-payment cancellation is barred - a policyholder
      *> in the disaster area may still choose to cancel. The
      *> protection runs to the order's end plus its extra grace
      *> days, the same date LAPSEBATCH holds the lapse to.
       CHECK-MORATORIUM-BAR.

           MOVE SPACES TO WS-MORAT-UNTIL

           IF LK-CANCEL-NONPAYMENT
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
               STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
                   WS-TODAY-8(7:2) DELIMITED BY SIZE
                   INTO WS-TODAY-DASH

               CALL "MORATCHECK" USING POLICY-ID WS-TODAY-DASH
                   WS-MORAT-EVENT WS-MORAT-ORDER-END WS-MORAT-UNTIL
           END-IF.

       CHECK-COLLATERAL-ASSIGNMENT.

           MOVE 0 TO WS-ASSIGNEE-ID
           MOVE SPACES TO WS-ASSIGNEE-NAME

           CALL "POLICYROLE" USING WS-ROLE-ACTION POLICY-ID
               WS-ROLE-TYPE WS-ASSIGNEE-ID WS-ASSIGNEE-NAME
               WS-ROLE-STATUS.

       REFUND-DEPOSIT-FUND.

           MOVE 0 TO WS-FUND-REFUND

           CALL "PREMDEPOSIT" USING WS-FUND-ACTION POLICY-ID
               WS-FUND-REFUND WS-FUND-STATUS

           IF WS-FUND-FAILED
               DISPLAY "WARNING: DEPOSIT FUND FOR POLICY " POLICY-ID
                   " NOT REFUNDED - LEFT OPEN FOR THE DESK"
           END-IF.
