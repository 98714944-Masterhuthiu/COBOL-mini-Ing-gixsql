       01 WS-TODAY-JULIAN       PIC 9(7).
       01 WS-DAYS-IN-FORCE      PIC S9(7).

       01 WS-AUDIT-PROGRAM      PIC X(20) VALUE "SURRENDERPOLICY".
       01 WS-AUDIT-EVENT        PIC X(20) VALUE "SURRENDER".
       01 WS-AUDIT-OLD          PIC X(100).
       01 WS-AUDIT-NEW          PIC X(100).

       01 WS-PAYABLE-CLAIM-ID   PIC 9(9) VALUE 0.
       01 WS-PAYABLE-SOURCE     PIC X(12) VALUE "SURRENDER".
       01 WS-PAYABLE-AMOUNT     PIC 9(9)V99.
           88 WS-PAYABLE-OK       VALUE "Y".
           88 WS-PAYABLE-FAILED   VALUE "N".

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

       LINKAGE SECTION.

       01 LK-POLICY-ID          PIC 9(9).
                   DISPLAY "ERROR: POLICY " POLICY-ID " IS NOT "
                       "ACTIVE, NOT SURRENDERED"
               WHEN OTHER
                   PERFORM CHECK-COLLATERAL-ASSIGNMENT
                   IF WS-ASSIGNEE-ID > 0
                       DISPLAY "ERROR: POLICY " POLICY-ID " IS "
                           "ASSIGNED TO " WS-ASSIGNEE-NAME
                       DISPLAY "  NOT SURRENDERED WITHOUT ASSIGNEE "
                           "RELEASE"
                   ELSE
                       PERFORM QUOTE-SURRENDER-VALUE
                       IF WS-NET-VALUE > 0
                           PERFORM SURRENDER-THE-POLICY
                       END-IF
                   END-IF
           END-EVALUATE.

                       POLICY-ID " NOT BOOKED TO PAYABLES LEDGER"
               END-IF

               PERFORM REFUND-DEPOSIT-FUND

               MOVE "STATUS=A" TO WS-AUDIT-OLD
               MOVE SPACES TO WS-AUDIT-NEW
               STRING "STATUS=S NET=" WS-NET-VALUE
                   DELIMITED BY SIZE INTO WS-AUDIT-NEW
               CALL "POLICYAUDIT" USING POLICY-ID WS-AUDIT-PROGRAM
                   WS-AUDIT-EVENT WS-AUDIT-OLD WS-AUDIT-NEW

               SET LK-STATUS-OK TO TRUE
               DISPLAY "POLICY " POLICY-ID " SURRENDERED - NET "
                   "VALUE " WS-NET-VALUE
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
