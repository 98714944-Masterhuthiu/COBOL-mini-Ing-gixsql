       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTESTREVIEW.

      *> the reviewer's side of the contestable queue DEATHCLAIM
      *> fills: a LIFE death inside the first two years from the
      *> policy's start date is held out of settlement until a
      *> reviewer has gone back over the application. The reviewer
      *> upholds the claim (the next DEATHCLAIM run settles it the
      *> ordinary way), rescinds the policy for a material
      *> misrepresentation, or applies the suicide exclusion - the
      *> last two pay back the premiums paid in place of the face
      *> amount. Every outcome carries its own reason code and
      *> lands on the claim's event history.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY "../copy/claim.cpy".

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-REVIEW-ID          PIC 9(9).
       01 WS-REVIEW-REASON      PIC X(01).
       01 WS-OPENED-DATE        PIC X(10).
       01 WS-OUTCOME            PIC X(01).
       01 WS-CLAIM-REASON       PIC X(04).
       01 WS-NEW-POLICY-STATUS  PIC X(01).
       01 WS-OLD-POLICY-STATUS  PIC X(01).

       01 WS-PREMIUMS-PAID      PIC 9(9)V99.
       01 WS-LOAN-OUTSTANDING   PIC 9(9)V99.
       01 WS-REFUND-AMOUNT      PIC S9(9)V99.

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

      *> the refund goes to the owner - PAYABLEPOST resolves the
      *> owner's name from the policy's roles for this source.
       01 WS-PAYABLE-SOURCE     PIC X(12) VALUE "PREMREFUND".
       01 WS-PAYABLE-NAME       PIC X(100).
       01 WS-PAYABLE-AMOUNT     PIC 9(9)V99.
       01 WS-PAYABLE-STATUS     PIC X(01).
           88 WS-PAYABLE-OK       VALUE "Y".
           88 WS-PAYABLE-FAILED   VALUE "N".

       01 WS-AUDIT-PROGRAM      PIC X(20) VALUE "CONTESTREVIEW".
       01 WS-AUDIT-EVENT        PIC X(20).
       01 WS-AUDIT-OLD          PIC X(100).
       01 WS-AUDIT-NEW          PIC X(100).

       01 WS-EVENT-TYPE         PIC X(12).
       01 WS-EVENT-PROGRAM      PIC X(20) VALUE "CONTESTREVIEW".

       01 QUEUE-COUNT           PIC 9(7) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> the pending queue, oldest first - the claim amount is the
      *> face the beneficiaries are waiting on.
       EXEC SQL
           DECLARE CONTEST-QUEUE-CURSOR CURSOR FOR
               SELECT r.review_id, r.claim_id, r.policy_id,
                   r.review_reason, r.opened_date, c.amount_payable
               FROM contest_reviews r, claims c
               WHERE r.claim_id = c.claim_id
                   AND r.review_outcome = 'P'
               ORDER BY r.opened_date, r.review_id
       END-EXEC.

       LINKAGE SECTION.

      *> "U" upholds the claim, "R" rescinds the policy for
      *> material misrepresentation, "S" applies the suicide
      *> exclusion, "P" prints the pending queue. LK-FINDINGS is
      *> the reviewer's note, kept on the review row.
       01 LK-ACTION             PIC X(01).
           88 LK-UPHOLD            VALUE "U".
           88 LK-RESCIND           VALUE "R".
           88 LK-SUICIDE-EXCL      VALUE "S".
           88 LK-PRINT-QUEUE       VALUE "P".
       01 LK-CLAIM-ID           PIC 9(9).
       01 LK-FINDINGS           PIC X(100).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-CLAIM-ID LK-FINDINGS
           LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           EVALUATE TRUE
               WHEN LK-PRINT-QUEUE
                   PERFORM PRINT-PENDING-QUEUE
               WHEN LK-UPHOLD OR LK-RESCIND OR LK-SUICIDE-EXCL
                   PERFORM LOAD-PENDING-REVIEW
                   IF WS-REVIEW-ID > 0
                       PERFORM DECIDE-THE-REVIEW
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN CONTEST REVIEW ACTION "
                       LK-ACTION
           END-EVALUATE

           IF LK-STATUS-OK
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

           GOBACK.

      *> only a claim with an open review can be decided, and the
      *> claim must still be the approved death claim DEATHCLAIM
      *> parked - anything else has been worked by hand since.
       LOAD-PENDING-REVIEW.

           MOVE 0 TO WS-REVIEW-ID

           EXEC SQL
               SELECT r.review_id, r.policy_id, r.review_reason,
                   c.amount_payable
               INTO :WS-REVIEW-ID, :POLICY-ID, :WS-REVIEW-REASON,
                   :AMOUNT-PAYABLE
               FROM contest_reviews r, claims c
               WHERE r.claim_id = c.claim_id
                   AND r.claim_id = :LK-CLAIM-ID
                   AND r.review_outcome = 'P'
                   AND c.claim_status = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 0 TO WS-REVIEW-ID
               DISPLAY "ERROR: NO PENDING CONTESTABLE REVIEW ON "
                   "CLAIM " LK-CLAIM-ID
           ELSE
               MOVE LK-CLAIM-ID TO CLAIM-ID
           END-IF.

       DECIDE-THE-REVIEW.

           EVALUATE TRUE
               WHEN LK-UPHOLD
                   PERFORM UPHOLD-THE-CLAIM
               WHEN LK-RESCIND
                   MOVE "R" TO WS-OUTCOME
                   MOVE "D006" TO WS-CLAIM-REASON
                   MOVE "V" TO WS-NEW-POLICY-STATUS
                   MOVE "RESCISSION" TO WS-AUDIT-EVENT
                   MOVE "RESCINDED" TO WS-EVENT-TYPE
                   PERFORM REFUND-IN-PLACE-OF-BENEFIT
               WHEN LK-SUICIDE-EXCL
                   MOVE "S" TO WS-OUTCOME
                   MOVE "D007" TO WS-CLAIM-REASON
                   MOVE "D" TO WS-NEW-POLICY-STATUS
                   MOVE "SUICIDE-EXCL" TO WS-AUDIT-EVENT
                   MOVE "EXCLUDED" TO WS-EVENT-TYPE
                   PERFORM REFUND-IN-PLACE-OF-BENEFIT
           END-EVALUATE.

      *> an upheld claim stays approved at its amount with the
      *> reviewed-and-approved reason; the closed review is what
      *> lets the next DEATHCLAIM run settle it.
       UPHOLD-THE-CLAIM.

           EXEC SQL
               UPDATE claims
               SET reason_code = 'A004'
               WHERE claim_id = :CLAIM-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR UPHOLDING CLAIM " CLAIM-ID " - "
                   SQL-ERROR-MESSAGE
           ELSE
               MOVE "U" TO WS-OUTCOME
               MOVE 0 TO WS-REFUND-AMOUNT
               PERFORM CLOSE-THE-REVIEW

               IF LK-STATUS-OK
                   MOVE "UPHELD" TO WS-EVENT-TYPE
                   CALL "CLAIMEVENT" USING CLAIM-ID WS-EVENT-TYPE
                       WS-EVENT-PROGRAM
                   DISPLAY "CLAIM " CLAIM-ID " UPHELD ON "
                       "CONTESTABLE REVIEW (A004) - RELEASED FOR "
                       "SETTLEMENT"
               END-IF
           END-IF.

      *> rescission and the suicide exclusion both deny the face
      *> amount and hand back what was paid in: the premiums paid
      *> less any loan still out against the policy (the owner has
      *> already had that money). The loans close as repaid from
      *> the refund, the claim is denied with its own reason, and
      *> the policy ends - void from inception on a rescission, a
      *> death disposition on the exclusion - with its riders.
       REFUND-IN-PLACE-OF-BENEFIT.

           EXEC SQL
               SELECT COALESCE(SUM(amount), 0)
               INTO :WS-PREMIUMS-PAID
               FROM payments
               WHERE policy_id = :POLICY-ID
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(outstanding_balance), 0)
               INTO :WS-LOAN-OUTSTANDING
               FROM policy_loans
               WHERE policy_id = :POLICY-ID
                   AND loan_status = 'A'
           END-EXEC

           COMPUTE WS-REFUND-AMOUNT =
               WS-PREMIUMS-PAID - WS-LOAN-OUTSTANDING
           IF WS-REFUND-AMOUNT < 0
               MOVE 0 TO WS-REFUND-AMOUNT
           END-IF

           EXEC SQL
               UPDATE claims
               SET claim_status = 'D',
                   amount_payable = 0,
                   reason_code = :WS-CLAIM-REASON
               WHERE claim_id = :CLAIM-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR DENYING CLAIM " CLAIM-ID " - "
                   SQL-ERROR-MESSAGE
           ELSE
               PERFORM END-THE-POLICY
           END-IF.

       END-THE-POLICY.

           EXEC SQL
               SELECT policy_status INTO :WS-OLD-POLICY-STATUS
               FROM policy_master
               WHERE policy_id = :POLICY-ID
           END-EXEC

           EXEC SQL
               UPDATE policy_master
               SET policy_status = :WS-NEW-POLICY-STATUS,
                   row_version = COALESCE(row_version, 0) + 1
               WHERE policy_id = :POLICY-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR ENDING POLICY " POLICY-ID " - "
                   SQL-ERROR-MESSAGE
           ELSE
               EXEC SQL
                   UPDATE riders
                   SET rider_status = 'C'
                   WHERE policy_id = :POLICY-ID
                       AND rider_status IN ('A', 'S')
               END-EXEC

               EXEC SQL
                   UPDATE policy_loans
                   SET outstanding_balance = 0,
                       loan_status = 'P'
                   WHERE policy_id = :POLICY-ID
                       AND loan_status = 'A'
               END-EXEC

               MOVE SPACES TO WS-AUDIT-OLD WS-AUDIT-NEW
               STRING "STATUS=" WS-OLD-POLICY-STATUS
                   DELIMITED BY SIZE INTO WS-AUDIT-OLD
               STRING "STATUS=" WS-NEW-POLICY-STATUS " CLAIM="
                   CLAIM-ID " REASON=" WS-CLAIM-REASON
                   DELIMITED BY SIZE INTO WS-AUDIT-NEW
               CALL "POLICYAUDIT" USING POLICY-ID WS-AUDIT-PROGRAM
                   WS-AUDIT-EVENT WS-AUDIT-OLD WS-AUDIT-NEW

               PERFORM BOOK-PREMIUM-REFUND
           END-IF.

       BOOK-PREMIUM-REFUND.

           IF WS-REFUND-AMOUNT > 0
               MOVE SPACES TO WS-PAYABLE-NAME
               MOVE WS-REFUND-AMOUNT TO WS-PAYABLE-AMOUNT
               CALL "PAYABLEPOST" USING POLICY-ID CLAIM-ID
                   WS-PAYABLE-NAME WS-PAYABLE-SOURCE
                   WS-PAYABLE-AMOUNT WS-PAYABLE-STATUS
           ELSE
               SET WS-PAYABLE-OK TO TRUE
           END-IF

           IF WS-PAYABLE-FAILED
               DISPLAY "ERROR: PREMIUM REFUND FOR CLAIM " CLAIM-ID
                   " NOT BOOKED TO PAYABLES LEDGER"
           ELSE
               PERFORM CLOSE-THE-REVIEW

               IF LK-STATUS-OK
                   CALL "CLAIMEVENT" USING CLAIM-ID WS-EVENT-TYPE
                       WS-EVENT-PROGRAM
                   DISPLAY "CLAIM " CLAIM-ID " " WS-EVENT-TYPE " ("
                       WS-CLAIM-REASON ") - POLICY " POLICY-ID
                       " STATUS " WS-NEW-POLICY-STATUS
                       " - PREMIUMS " WS-PREMIUMS-PAID " LESS LOANS "
                       WS-LOAN-OUTSTANDING " REFUNDED "
                       WS-PAYABLE-AMOUNT
               END-IF
           END-IF.

       CLOSE-THE-REVIEW.

           EXEC SQL
               UPDATE contest_reviews
               SET review_outcome = :WS-OUTCOME,
                   decided_date = :WS-TODAY-DASH,
                   findings = :LK-FINDINGS,
                   refund_amount = :WS-REFUND-AMOUNT
               WHERE review_id = :WS-REVIEW-ID
           END-EXEC

           IF SQLCODE = 0
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR CLOSING CONTESTABLE REVIEW ON CLAIM "
                   CLAIM-ID " - " SQL-ERROR-MESSAGE
           END-IF.

       PRINT-PENDING-QUEUE.

           DISPLAY "--- CONTESTABLE REVIEW QUEUE ---".

           EXEC SQL OPEN CONTEST-QUEUE-CURSOR END-EXEC.

           PERFORM PRINT-ONE-REVIEW
               UNTIL WS-EOF

           EXEC SQL CLOSE CONTEST-QUEUE-CURSOR END-EXEC.

           DISPLAY "PENDING REVIEWS: " QUEUE-COUNT.

           SET LK-STATUS-OK TO TRUE.

       PRINT-ONE-REVIEW.

           EXEC SQL
               FETCH CONTEST-QUEUE-CURSOR
               INTO :WS-REVIEW-ID, :CLAIM-ID, :POLICY-ID,
                   :WS-REVIEW-REASON, :WS-OPENED-DATE,
                   :AMOUNT-PAYABLE
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO QUEUE-COUNT
               DISPLAY "CLAIM " CLAIM-ID " POLICY " POLICY-ID
                   " REASON " WS-REVIEW-REASON " OPENED "
                   WS-OPENED-DATE " FACE " AMOUNT-PAYABLE
           END-IF.
