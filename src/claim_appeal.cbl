       01 WS-RPT-OVERTURNED     PIC 9(7).
       01 WS-OVERTURN-PCT       PIC 9(3)V99.

      *> a HEALTH claim's member cost-share counts toward the
      *> plan-year accumulators, so an appeal that reopens or
      *> reverses the decision restates the share on the claim row
      *> and has HEALTHACCUM rebuild the year.
       01 WS-CLAIM-POLICY-ID    PIC 9(9).
       01 WS-CLAIM-POLICY-TYPE  PIC X(20).
       01 WS-ALLOWED-AMOUNT     PIC 9(7)V99.
       01 WS-DED-APPLIED        PIC 9(7)V99.
       01 WS-COPAY-APPLIED      PIC 9(7)V99.
       01 WS-MEMBER-SHARE       PIC S9(7)V99.
       01 WS-ACCUM-ACTION       PIC X(01) VALUE "R".
       01 WS-PLAN-YEAR          PIC X(04).
       01 WS-YTD-DEDUCTIBLE     PIC 9(7)V99.
       01 WS-YTD-OOP            PIC 9(7)V99.
       01 WS-OOP-MAXIMUM        PIC 9(7)V99.
       01 WS-ACCUM-STATUS       PIC X(01).
           88 WS-ACCUM-FAILED      VALUE "N".

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".


           IF SQLCODE = 0
               SET LK-STATUS-OK TO TRUE
               PERFORM REBUILD-HEALTH-ACCUMULATORS
               DISPLAY "APPEAL FILED: CLAIM " LK-CLAIM-ID
                   " REOPENED (ORIG REASON " WS-ORIG-REASON
                   ") - RESPONSE DUE " WS-DUE-DASH
       RECORD-THE-OUTCOME.

           IF LK-OUTCOME = "O"
               PERFORM RESTATE-MEMBER-SHARE

               EXEC SQL
                   UPDATE claims
                   SET claim_status = 'A',
                       amount_payable = :LK-AMOUNT,
                       reason_code = 'A003',
                       appeal_flag = 'N',
                       deductible_applied = :WS-DED-APPLIED,
                       copay_applied = :WS-COPAY-APPLIED
                   WHERE claim_id = :LK-CLAIM-ID
               END-EXEC
           ELSE

               IF SQLCODE = 0
                   SET LK-STATUS-OK TO TRUE
                   PERFORM REBUILD-HEALTH-ACCUMULATORS
                   DISPLAY "APPEAL ON CLAIM " LK-CLAIM-ID
                       " DECIDED " LK-OUTCOME
               ELSE
               END-IF
           END-IF.

      *> an overturn pays the examiner's amount, so what the member
      *> bears on the claim becomes the allowed amount less that
      *> payment - still deductible up to what the original
      *> decision took as deductible, copay for the rest.
       RESTATE-MEMBER-SHARE.

           MOVE 0 TO WS-ALLOWED-AMOUNT
           MOVE 0 TO WS-DED-APPLIED
           MOVE 0 TO WS-COPAY-APPLIED

           EXEC SQL
               SELECT COALESCE(allowed_amount, amount_claimed),
                   COALESCE(deductible_applied, 0)
               INTO :WS-ALLOWED-AMOUNT, :WS-DED-APPLIED
               FROM claims
               WHERE claim_id = :LK-CLAIM-ID
           END-EXEC

           COMPUTE WS-MEMBER-SHARE = WS-ALLOWED-AMOUNT - LK-AMOUNT
           IF WS-MEMBER-SHARE < 0
               MOVE 0 TO WS-MEMBER-SHARE
           END-IF

           IF WS-DED-APPLIED > WS-MEMBER-SHARE
               MOVE WS-MEMBER-SHARE TO WS-DED-APPLIED
           END-IF
           COMPUTE WS-COPAY-APPLIED =
               WS-MEMBER-SHARE - WS-DED-APPLIED.

       REBUILD-HEALTH-ACCUMULATORS.

           EXEC SQL
               SELECT c.policy_id, SUBSTR(c.date_of_loss, 1, 4),
                   COALESCE(p.policy_type, ' ')
               INTO :WS-CLAIM-POLICY-ID, :WS-PLAN-YEAR,
                   :WS-CLAIM-POLICY-TYPE
               FROM claims c, policy_master p
               WHERE c.claim_id = :LK-CLAIM-ID
                   AND c.policy_id = p.policy_id
           END-EXEC

           IF SQLCODE = 0 AND WS-CLAIM-POLICY-TYPE = "HEALTH"
               CALL "HEALTHACCUM" USING WS-ACCUM-ACTION
                   WS-CLAIM-POLICY-ID WS-PLAN-YEAR
                   WS-YTD-DEDUCTIBLE WS-YTD-OOP WS-OOP-MAXIMUM
                   WS-ACCUM-STATUS
               IF WS-ACCUM-FAILED
                   DISPLAY "WARNING: PLAN-YEAR ACCUMULATORS NOT "
                       "REBUILT FOR POLICY " WS-CLAIM-POLICY-ID
               END-IF
           END-IF.

       PRINT-OUTCOME-REPORT.

           DISPLAY "--- APPEAL OUTCOMES BY DENIAL REASON ---".
