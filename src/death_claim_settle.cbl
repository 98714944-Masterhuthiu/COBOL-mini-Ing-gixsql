       01 WS-PAYABLE-STATUS     PIC X(01).
           88 WS-PAYABLE-OK       VALUE "Y".
           88 WS-PAYABLE-FAILED   VALUE "N".

      *> statutory interest on each share from the date of death,
      *> booked by CLAIMINTEREST as its own payable beside it.
       01 WS-INTEREST-BASIS     PIC X(01) VALUE "D".
       01 WS-INTEREST-AMOUNT    PIC 9(9)V99.
       01 WS-INTEREST-STATUS    PIC X(01).
           88 WS-INTEREST-FAILED  VALUE "N".
       01 TOTAL-INTEREST        PIC 9(11)V99 VALUE 0.
       01 TOTAL-ALLOCATION      PIC 9V999.
       01 SHARES-SO-FAR         PIC 9(9)V99.

       01 WS-TODAY-DASH         PIC X(10).
       01 FIRST-DEATH-COUNT     PIC 9(7) VALUE 0.

      *> a death inside either window from the policy's start date
      *> is not settled on the batch's say-so - it goes to the
      *> contestable review queue and waits for CONTESTREVIEW to
      *> uphold it, rescind the policy or apply the exclusion.
      *> WS-REVIEW-OUTCOME is the latest review on the claim:
      *> space none yet, "P" pending, "U" upheld.
       01 CONTESTABLE-DAYS      PIC 9(4) VALUE 730.
       01 SUICIDE-EXCL-DAYS     PIC 9(4) VALUE 730.
       01 WS-START-DATE         PIC X(10).
       01 WS-REVIEW-OUTCOME     PIC X(01).
       01 WS-REVIEW-REASON      PIC X(01).
       01 WS-START-8            PIC 9(8).
       01 WS-LOSS-8             PIC 9(8).
       01 WS-DAYS-IN-FORCE      PIC S9(7).
       01 CONTEST-COUNT         PIC 9(7) VALUE 0.
       01 AWAITING-COUNT        PIC 9(7) VALUE 0.

       01 WS-AUDIT-PROGRAM      PIC X(20).
       01 WS-AUDIT-EVENT        PIC X(20).
       01 WS-AUDIT-OLD          PIC X(100).
       01 WS-AUDIT-NEW          PIC X(100).

      *> whatever is left in the advance premium deposit fund goes
      *> back to the owner when the policy ends - PREMDEPOSIT books
      *> it through PAYABLEPOST and closes the fund.
       01 WS-FUND-ACTION        PIC X(01) VALUE "R".
       01 WS-FUND-REFUND        PIC 9(9)V99.
       01 WS-FUND-STATUS        PIC X(01).
           88 WS-FUND-OK           VALUE "Y".
           88 WS-FUND-FAILED       VALUE "N".

       01 WS-EVENT-TYPE         PIC X(12).
       01 WS-EVENT-PROGRAM      PIC X(20).

      *> doubles anyone's share. RTRIM guards the padding the text
      *> columns pick up from fixed-length host variables, and a
      *> pre-coverage-type claim (NULL) reads as drawn on the
      *> policy's own base coverage. The latest contestable review
      *> on the claim rides along so the routing decision below is
      *> made once and not re-made on every rerun.
       EXEC SQL
           DECLARE DEATH-CLAIM-CURSOR CURSOR FOR
               SELECT c.claim_id, c.policy_id, c.amount_payable,
                   COALESCE(p.joint_life_code, ' '),
                   COALESCE(p.first_death_date, ' '),
                   COALESCE(p.start_date, ' '),
                   COALESCE(c.date_of_loss, ' '),
                   COALESCE((SELECT r.review_outcome
                       FROM contest_reviews r
                       WHERE r.claim_id = c.claim_id
                       ORDER BY r.review_id DESC
                       FETCH FIRST 1 ROW ONLY), ' ')
               FROM claims c, policy_master p
               WHERE c.policy_id = p.policy_id
                   AND c.claim_status = 'A'
           DISPLAY "DEATH CLAIMS REVIEWED: " CLAIM-COUNT.
           DISPLAY "CLAIMS SETTLED       : " SETTLED-COUNT.
           DISPLAY "CLAIMS SKIPPED       : " SKIPPED-COUNT.
           DISPLAY "STATUTORY INTEREST   : " TOTAL-INTEREST.
           DISPLAY "FIRST DEATHS RECORDED: " FIRST-DEATH-COUNT.
           DISPLAY "SENT TO CONTEST REVIEW: " CONTEST-COUNT.
           DISPLAY "AWAITING REVIEW      : " AWAITING-COUNT.
           DISPLAY "=== SETTLEMENT PROCESSING COMPLETE ===".

           STOP RUN.
           EXEC SQL
               FETCH DEATH-CLAIM-CURSOR
               INTO :CLAIM-ID, :POLICY-ID, :AMOUNT-PAYABLE,
                   :WS-JOINT-CODE, :WS-FIRST-DEATH,
                   :WS-START-DATE, :DATE-OF-LOSS,
                   :WS-REVIEW-OUTCOME
           END-EXEC

           IF SQLCODE NOT = 0
                   WHERE claim_id = :CLAIM-ID
               END-EXEC

               PERFORM CHECK-CONTESTABLE-PERIOD

               EVALUATE TRUE
                   WHEN WS-SETTLED-COUNT > 0
                       ADD 1 TO SKIPPED-COUNT
                   WHEN WS-REVIEW-OUTCOME = "P"
                       ADD 1 TO AWAITING-COUNT
                       DISPLAY "CLAIM " CLAIM-ID ": AWAITING "
                           "CONTESTABLE REVIEW - NOT SETTLED"
                   WHEN WS-REVIEW-OUTCOME = SPACE
                       AND WS-REVIEW-REASON NOT = SPACE
                       PERFORM ROUTE-TO-CONTEST-REVIEW
                   WHEN WS-JOINT-CODE = "V"
                       AND WS-FIRST-DEATH = SPACES
                       PERFORM RECORD-FIRST-DEATH
               END-EVALUATE
           END-IF.

      *> the windows run from the policy's start date to the date
      *> of loss: "C" inside the contestable period only, "S"
      *> inside the suicide exclusion only, "B" both, space
      *> neither. A row with either date missing cannot be measured
      *> and is sent to review rather than assumed clean.
       CHECK-CONTESTABLE-PERIOD.

           MOVE SPACE TO WS-REVIEW-REASON
           MOVE 0 TO WS-DAYS-IN-FORCE

           IF WS-START-DATE = SPACES OR DATE-OF-LOSS = SPACES
               MOVE "B" TO WS-REVIEW-REASON
           ELSE
               MOVE WS-START-DATE(1:4) TO WS-START-8(1:4)
               MOVE WS-START-DATE(6:2) TO WS-START-8(5:2)
               MOVE WS-START-DATE(9:2) TO WS-START-8(7:2)
               MOVE DATE-OF-LOSS(1:4) TO WS-LOSS-8(1:4)
               MOVE DATE-OF-LOSS(6:2) TO WS-LOSS-8(5:2)
               MOVE DATE-OF-LOSS(9:2) TO WS-LOSS-8(7:2)
               COMPUTE WS-DAYS-IN-FORCE =
                   FUNCTION INTEGER-OF-DATE (WS-LOSS-8)
                   - FUNCTION INTEGER-OF-DATE (WS-START-8)

               EVALUATE TRUE
                   WHEN WS-DAYS-IN-FORCE < CONTESTABLE-DAYS
                       AND WS-DAYS-IN-FORCE < SUICIDE-EXCL-DAYS
                       MOVE "B" TO WS-REVIEW-REASON
                   WHEN WS-DAYS-IN-FORCE < CONTESTABLE-DAYS
                       MOVE "C" TO WS-REVIEW-REASON
                   WHEN WS-DAYS-IN-FORCE < SUICIDE-EXCL-DAYS
                       MOVE "S" TO WS-REVIEW-REASON
               END-EVALUATE
           END-IF.

      *> the claim stays approved while it waits - the open review
      *> row is what holds it out of settlement, and the claim's
      *> history shows when it went into the queue.
       ROUTE-TO-CONTEST-REVIEW.

           EXEC SQL
               INSERT INTO contest_reviews
               (claim_id, policy_id, review_reason, opened_date,
                   review_outcome)
               VALUES
               (:CLAIM-ID, :POLICY-ID, :WS-REVIEW-REASON,
                   :WS-TODAY-DASH, 'P')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR QUEUEING CLAIM " CLAIM-ID
                   " FOR CONTESTABLE REVIEW - " SQL-ERROR-MESSAGE
               ADD 1 TO SKIPPED-COUNT
           ELSE
               MOVE "CONTESTABLE" TO WS-EVENT-TYPE
               MOVE "DEATHCLAIM" TO WS-EVENT-PROGRAM
               CALL "CLAIMEVENT" USING CLAIM-ID WS-EVENT-TYPE
                   WS-EVENT-PROGRAM

               ADD 1 TO CONTEST-COUNT
               DISPLAY "CLAIM " CLAIM-ID ": DEATH " WS-DAYS-IN-FORCE
                   " DAYS AFTER ISSUE OF POLICY " POLICY-ID
                   " - SENT TO CONTESTABLE REVIEW ("
                   WS-REVIEW-REASON ")"
           END-IF.

      *> a survivorship policy pays nothing on the first death - the
      *> death is recorded on the policy row, the claim closes with
      *> its own reason code and no payable, and the coverage stays
               SET policy_status = 'D',
                   row_version = COALESCE(row_version, 0) + 1
               WHERE policy_id = :POLICY-ID
                   AND policy_status IN ('A', 'W', 'R', 'X')
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0

               DISPLAY "POLICY " POLICY-ID " TERMINATED BY DEATH "
                   "BENEFIT"

               PERFORM REFUND-DEPOSIT-FUND
           END-IF.

       COMPUTE-ONE-SHARE.
           IF WS-PAYABLE-FAILED
               DISPLAY "WARNING: SETTLEMENT SHARE FOR CLAIM "
                   CLAIM-ID " NOT BOOKED TO PAYABLES LEDGER"
           ELSE
               CALL "CLAIMINTEREST" USING CLAIM-ID POLICY-ID
                   WS-INTEREST-BASIS WS-PAYABLE-NAME
                   WS-PAYABLE-AMOUNT WS-INTEREST-AMOUNT
                   WS-INTEREST-STATUS
               IF WS-INTEREST-FAILED
                   DISPLAY "WARNING: STATUTORY INTEREST ON CLAIM "
                       CLAIM-ID " LEFT FOR THE DESK"
               ELSE
                   ADD WS-INTEREST-AMOUNT TO TOTAL-INTEREST
               END-IF
           END-IF.

       REFUND-DEPOSIT-FUND.

           MOVE 0 TO WS-FUND-REFUND

           CALL "PREMDEPOSIT" USING WS-FUND-ACTION POLICY-ID
               WS-FUND-REFUND WS-FUND-STATUS

           IF WS-FUND-FAILED
               DISPLAY "WARNING: DEPOSIT FUND FOR POLICY " POLICY-ID
                   " NOT REFUNDED - LEFT OPEN FOR THE DESK"
           END-IF.
