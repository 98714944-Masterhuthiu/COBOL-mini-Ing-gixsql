       01 WS-POLICY-TYPE        PIC X(20).
       01 WS-POLICY-STATUS      PIC X(01).
       01 WS-TERMINATION-DATE   PIC X(10).
       01 WS-EXTENDED-EXPIRY    PIC X(10).

       01 WS-WINDOW-STATUS      PIC X(01).
           88 LOSS-IN-WINDOW        VALUE "Y".
       01 WS-AFTER-DEDUCTIBLE   PIC S9(7)V99.
       01 WS-COPAY-SHARE        PIC 9(7)V99.

      *> the plan-year accumulators HEALTHACCUM keeps: the
      *> deductible is only taken until the year's is satisfied,
      *> and copay stops once the member's out-of-pocket spend
      *> reaches the maximum. What this claim put toward each is
      *> stamped on the claim row, which is what the rebuild sums.
       01 WS-ACCUM-ACTION       PIC X(01).
       01 WS-PLAN-YEAR          PIC X(04).
       01 WS-YTD-DEDUCTIBLE     PIC 9(7)V99.
       01 WS-YTD-OOP            PIC 9(7)V99.
       01 WS-OOP-MAXIMUM        PIC 9(7)V99.
       01 WS-ACCUM-STATUS       PIC X(01).
           88 WS-ACCUM-OK          VALUE "Y".
           88 WS-ACCUM-FAILED      VALUE "N".
       01 WS-DED-REMAINING      PIC S9(7)V99.
       01 WS-OOP-REMAINING      PIC S9(7)V99.
       01 WS-DED-APPLIED        PIC 9(7)V99.

      *> the fee-schedule repricing the HEALTH book always needed:
      *> the claim pays the allowed amount for its procedure, not
      *> whatever the claimant typed, with an out-of-network
       01 WS-NETWORK-STATUS     PIC X(01).
       01 WS-PRICED-AMOUNT      PIC 9(7)V99.

      *> prior authorization: a procedure the fee schedule flags is
      *> paid only against an approved PRIORAUTH request covering
      *> the policy, provider, procedure and date of service, and
      *> only for the units the approval still has left - a claim
      *> for more units than that is paid for the units left.
       01 WS-PA-REQUIRED        PIC X(01).
       01 WS-SERVICE-UNITS      PIC 9(5).
       01 WS-AUTH-ID            PIC 9(9).
       01 WS-UNITS-LEFT         PIC 9(5).
       01 WS-UNITS-APPLIED      PIC 9(5).
       01 WS-PA-RESULT          PIC X(01).
           88 PA-NOT-NEEDED        VALUE " ".
           88 PA-AUTHORIZED        VALUE "A".
           88 PA-REDUCED           VALUE "R".
           88 PA-NOT-AUTHORIZED    VALUE "N".

      *> covered member: the member the claim names must have been
      *> covered on the date of loss - a dependent whose own
      *> coverage had ended (aged off, removed) is denied even
      *> though the policy itself was in force.
       01 WS-MEMBER-ACTION      PIC X(01) VALUE "V".
       01 WS-MEMBER-RELATION    PIC X(01) VALUE SPACE.
       01 WS-MEMBER-TERM-DATE   PIC X(10) VALUE SPACES.
       01 WS-MEMBER-STATUS      PIC X(01).
           88 WS-MEMBER-COVERED    VALUE "Y".
           88 WS-MEMBER-NOT-COVERED VALUE "N".

      *> coordination of benefits: when the customer's other
      *> carrier is primary, their payment comes off first and we
      *> pay only the balance of the allowed amount.
                   COALESCE(c.provider_id, 0),
                   COALESCE(c.procedure_code, ' '),
                   COALESCE(c.other_carrier_paid, 0),
                   COALESCE(c.service_units, 1),
                   COALESCE(c.member_id, 0),
                   COALESCE(p.policy_type, ' '),
                   COALESCE(p.policy_status, ' '),
                   COALESCE(p.premium, 0),
                   COALESCE(p.coverage_amount, 0),
                   COALESCE(p.customer_id, 0),
                   COALESCE(p.policy_id, 0),
                   COALESCE(p.extended_term_expiry, ' ')
               FROM claims c
                   LEFT JOIN policy_master p
                       ON c.policy_id = p.policy_id
               INTO :CLAIM-ID, :POLICY-ID, :DATE-OF-LOSS,
                   :AMOUNT-CLAIMED, :WS-PROVIDER-ID,
                   :WS-PROCEDURE-CODE, :WS-OTHER-PAID,
                   :WS-SERVICE-UNITS, :MEMBER-ID,
                   :WS-POLICY-TYPE, :WS-POLICY-STATUS,
                   :WS-POLICY-PREMIUM, :WS-COVERAGE-AMOUNT,
                   :WS-POLICY-CUSTOMER, :WS-JOINED-POLICY-ID,
                   :WS-EXTENDED-EXPIRY
           END-EXEC

           IF SQLCODE NOT = 0
      *> claimed amount with no further reads - and land on
      *> approved-with-payable or denied-with-reason. A claim on a
      *> policy that is not active any more is denied here rather
      *> than left open forever. A nonforfeiture policy pays
      *> without premium - reduced paid-up always, extended term
      *> only for a loss on or before its expiry.
       DECIDE-ONE-CLAIM.

           MOVE 0 TO AMOUNT-PAYABLE
           MOVE 0 TO WS-DED-APPLIED
           MOVE 0 TO WS-COPAY-SHARE
           MOVE AMOUNT-CLAIMED TO WS-PRICED-AMOUNT

           IF POLICY-ID NOT = WS-PREV-POLICY-ID
                   MOVE "D001" TO REASON-CODE
               WHEN WS-POLICY-STATUS = "A"
                   OR WS-POLICY-STATUS = "W"
                   OR WS-POLICY-STATUS = "R"
                   PERFORM ADJUDICATE-BY-TYPE
               WHEN WS-POLICY-STATUS = "X"
                   AND DATE-OF-LOSS NOT > WS-EXTENDED-EXPIRY
                   PERFORM ADJUDICATE-BY-TYPE
               WHEN WS-POLICY-STATUS = "L"
                   OR WS-POLICY-STATUS = "C"
      *> copay share comes out of the remainder - the same
      *> deductible/copay the HealthPolicy class models, fetched
      *> through HEALTHTERMS so adjudication and rating can never
      *> disagree about a plan's terms. Only the part of the
      *> deductible the plan year has not already satisfied is
      *> taken, and neither the deductible nor the copay may carry
      *> the member past the out-of-pocket maximum - beyond it the
      *> plan pays 100%. None of it is reached for a member who was
      *> not covered on the date of loss.
       APPLY-HEALTH-TERMS.

           PERFORM CHECK-MEMBER-COVERED

           IF WS-MEMBER-NOT-COVERED
               SET CLAIM-DENIED TO TRUE
               MOVE "D009" TO REASON-CODE
           ELSE
               PERFORM PRICE-HEALTH-CLAIM
           END-IF.

      *> checked again at decision time, not just at filing - the
      *> member's coverage dates can be corrected after the claim
      *> came in.
       CHECK-MEMBER-COVERED.

           CALL "COVEREDMEMBER" USING WS-MEMBER-ACTION POLICY-ID
               MEMBER-ID WS-MEMBER-RELATION DATE-OF-LOSS
               WS-MEMBER-TERM-DATE WS-MEMBER-STATUS.

       PRICE-HEALTH-CLAIM.

           PERFORM REPRICE-TO-ALLOWED
           PERFORM CHECK-PRIOR-AUTHORIZATION

           IF PA-NOT-AUTHORIZED
               SET CLAIM-DENIED TO TRUE
               MOVE "D008" TO REASON-CODE
           ELSE
               PERFORM APPLY-COST-SHARE
               IF PA-REDUCED AND CLAIM-APPROVED
                   MOVE "A005" TO REASON-CODE
               END-IF
           END-IF.

       APPLY-COST-SHARE.

           PERFORM APPLY-COORDINATION
           PERFORM LOAD-PLAN-YEAR-ACCUMULATORS

           COMPUTE WS-OOP-REMAINING = WS-OOP-MAXIMUM - WS-YTD-OOP
           IF WS-OOP-REMAINING < 0
               MOVE 0 TO WS-OOP-REMAINING
           END-IF

           COMPUTE WS-DED-REMAINING =
               WS-DEDUCTIBLE - WS-YTD-DEDUCTIBLE
           IF WS-DED-REMAINING < 0
               MOVE 0 TO WS-DED-REMAINING
           END-IF
           IF WS-DED-REMAINING > WS-OOP-REMAINING
               MOVE WS-OOP-REMAINING TO WS-DED-REMAINING
           END-IF

           IF WS-DED-REMAINING > WS-PRICED-AMOUNT
               MOVE WS-PRICED-AMOUNT TO WS-DED-APPLIED
           ELSE
               MOVE WS-DED-REMAINING TO WS-DED-APPLIED
           END-IF

           COMPUTE WS-AFTER-DEDUCTIBLE =
               WS-PRICED-AMOUNT - WS-DED-APPLIED

           IF WS-AFTER-DEDUCTIBLE <= 0
               SET CLAIM-DENIED TO TRUE
           ELSE
               COMPUTE WS-COPAY-SHARE ROUNDED =
                   WS-AFTER-DEDUCTIBLE * WS-COPAY-PCT
               SUBTRACT WS-DED-APPLIED FROM WS-OOP-REMAINING
               IF WS-COPAY-SHARE > WS-OOP-REMAINING
                   MOVE WS-OOP-REMAINING TO WS-COPAY-SHARE
               END-IF
               COMPUTE AMOUNT-PAYABLE =
                   WS-AFTER-DEDUCTIBLE - WS-COPAY-SHARE
               SET CLAIM-APPROVED TO TRUE
               MOVE "A001" TO REASON-CODE
           END-IF.

      *> the claims before this one in the same plan year - earlier
      *> claims in tonight's pass included, since each decision
      *> rebuilds the accumulators as it is recorded.
       LOAD-PLAN-YEAR-ACCUMULATORS.

           MOVE "L" TO WS-ACCUM-ACTION
           MOVE DATE-OF-LOSS(1:4) TO WS-PLAN-YEAR
           CALL "HEALTHACCUM" USING WS-ACCUM-ACTION POLICY-ID
               WS-PLAN-YEAR WS-YTD-DEDUCTIBLE WS-YTD-OOP
               WS-OOP-MAXIMUM WS-ACCUM-STATUS.

       REBUILD-PLAN-YEAR-ACCUMULATORS.

           MOVE "R" TO WS-ACCUM-ACTION
           MOVE DATE-OF-LOSS(1:4) TO WS-PLAN-YEAR
           CALL "HEALTHACCUM" USING WS-ACCUM-ACTION POLICY-ID
               WS-PLAN-YEAR WS-YTD-DEDUCTIBLE WS-YTD-OOP
               WS-OOP-MAXIMUM WS-ACCUM-STATUS

           IF WS-ACCUM-FAILED
               DISPLAY "WARNING: PLAN-YEAR ACCUMULATORS NOT "
                   "REBUILT FOR POLICY " POLICY-ID
           END-IF.

      *> the allowed amount off the fee schedule caps what the
      *> deductible and copay arithmetic even starts from - and an
      *> out-of-network provider's allowance is reduced further. A
       REPRICE-TO-ALLOWED.

           MOVE AMOUNT-CLAIMED TO WS-PRICED-AMOUNT
           MOVE "N" TO WS-PA-REQUIRED

           IF WS-PROCEDURE-CODE NOT = SPACES
               MOVE 0 TO WS-ALLOWED-AMOUNT

               EXEC SQL
                   SELECT allowed_amount,
                       COALESCE(prior_auth_required, 'N')
                   INTO :WS-ALLOWED-AMOUNT, :WS-PA-REQUIRED
                   FROM fee_schedule
                   WHERE procedure_code = :WS-PROCEDURE-CODE
               END-EXEC
               END-IF
           END-IF.

      *> the earliest-ending approval with units left for the
      *> member who received the care is drawn first. No approval
      *> denies the service outright; too few units left pays the
      *> priced amount pro rata for the units that are, and the
      *> units drawn are recorded against the approval so the next
      *> claim sees what remains.
       CHECK-PRIOR-AUTHORIZATION.

           SET PA-NOT-NEEDED TO TRUE

           IF WS-PA-REQUIRED = "Y"
               IF WS-SERVICE-UNITS = 0
                   MOVE 1 TO WS-SERVICE-UNITS
               END-IF

               EXEC SQL
                   SELECT auth_id, approved_units - units_used
                   INTO :WS-AUTH-ID, :WS-UNITS-LEFT
                   FROM prior_auths
                   WHERE policy_id = :POLICY-ID
                       AND member_id = :MEMBER-ID
                       AND provider_id = :WS-PROVIDER-ID
                       AND procedure_code = :WS-PROCEDURE-CODE
                       AND auth_status = 'A'
                       AND :DATE-OF-LOSS BETWEEN window_start
                           AND window_end
                       AND approved_units > units_used
                   ORDER BY window_end, auth_id
                   FETCH FIRST 1 ROW ONLY
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       SET PA-NOT-AUTHORIZED TO TRUE
                       DISPLAY "CLAIM " CLAIM-ID " PROCEDURE "
                           WS-PROCEDURE-CODE " HAS NO PRIOR "
                           "AUTHORIZATION COVERING " DATE-OF-LOSS
                   WHEN WS-UNITS-LEFT < WS-SERVICE-UNITS
                       SET PA-REDUCED TO TRUE
                       MOVE WS-UNITS-LEFT TO WS-UNITS-APPLIED
                       COMPUTE WS-PRICED-AMOUNT ROUNDED =
                           WS-PRICED-AMOUNT * WS-UNITS-LEFT
                           / WS-SERVICE-UNITS
                       DISPLAY "CLAIM " CLAIM-ID " REDUCED TO "
                           WS-UNITS-LEFT " OF " WS-SERVICE-UNITS
                           " UNITS AUTHORIZED (AUTH " WS-AUTH-ID
                           ")"
                   WHEN OTHER
                       SET PA-AUTHORIZED TO TRUE
                       MOVE WS-SERVICE-UNITS TO WS-UNITS-APPLIED
               END-EVALUATE

               IF PA-AUTHORIZED OR PA-REDUCED
                   EXEC SQL
                       UPDATE prior_auths
                       SET units_used =
                           units_used + :WS-UNITS-APPLIED
                       WHERE auth_id = :WS-AUTH-ID
                           AND member_id = :MEMBER-ID
                   END-EXEC
               END-IF
           END-IF.

       APPLY-NETWORK-REDUCTION.

           MOVE "I" TO WS-NETWORK-STATUS
               SET claim_status = :CLAIM-STATUS,
                   amount_payable = :AMOUNT-PAYABLE,
                   reason_code = :REASON-CODE,
                   allowed_amount = :WS-PRICED-AMOUNT,
                   deductible_applied = :WS-DED-APPLIED,
                   copay_applied = :WS-COPAY-SHARE
               WHERE claim_id = :CLAIM-ID
           END-EXEC

           IF SQLCODE = 0
               IF WS-POLICY-TYPE = "HEALTH"
                   AND WS-JOINED-POLICY-ID > 0
                   PERFORM REBUILD-PLAN-YEAR-ACCUMULATORS
               END-IF
               MOVE "DECIDED" TO WS-EVENT-TYPE
               MOVE "CLAIMADJUDICATE" TO WS-EVENT-PROGRAM
               CALL "CLAIMEVENT" USING CLAIM-ID WS-EVENT-TYPE
