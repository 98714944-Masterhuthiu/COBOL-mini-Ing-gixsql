       01 WS-POLICY-STATUS      PIC X(01).
       01 WS-START-DATE         PIC X(10).
       01 WS-TERMINATION-DATE   PIC X(10).
       01 WS-EXTENDED-EXPIRY    PIC X(10).
       01 WS-POLICY-TYPE        PIC X(20).
       01 WS-COVERAGE-AMOUNT    PIC 9(9)V99.
       01 FOUND-RIDER-ID        PIC 9(9).
       01 WS-PROOF-ACTION        PIC X(01).
       01 WS-PROOF-TYPE          PIC X(20).
       01 WS-PROOF-OUTSTANDING   PIC 9(3).
       01 WS-PROOF-DOCUMENT-ID   PIC X(20) VALUE SPACES.
       01 WS-PROOF-STATUS        PIC X(01).
           88 WS-PROOF-OK           VALUE "Y".
           88 WS-PROOF-FAILED       VALUE "N".
       01 WS-EVENT-TYPE          PIC X(12).
       01 WS-EVENT-PROGRAM       PIC X(20).

       01 WS-MEMBER-ACTION       PIC X(01) VALUE "V".
       01 WS-MEMBER-RELATION     PIC X(01) VALUE SPACE.
       01 WS-MEMBER-TERM-DATE    PIC X(10) VALUE SPACES.
       01 WS-MEMBER-STATUS       PIC X(01).
           88 WS-MEMBER-COVERED     VALUE "Y".
           88 WS-MEMBER-NOT-COVERED VALUE "N".

       LINKAGE SECTION.

       01 LK-POLICY-ID           PIC 9(9).
      *> other carrier already paid on this loss - zero when no
      *> other coverage exists.
       01 LK-OTHER-PAID           PIC 9(7)V99.
      *> which covered member received the care - the customer id
      *> of a dependent on covered_members, or zero for the
      *> subscriber (the policy's own insured).
       01 LK-MEMBER-ID            PIC 9(9).
       01 LK-CLAIM-ID             PIC 9(9).
       01 LK-STATUS               PIC X(01).
           88 LK-STATUS-OK          VALUE "Y".

       PROCEDURE DIVISION USING LK-POLICY-ID LK-DATE-OF-LOSS
           LK-AMOUNT-CLAIMED LK-COVERAGE-TYPE LK-PROVIDER-ID
           LK-PROCEDURE-CODE LK-OTHER-PAID LK-MEMBER-ID
           LK-CLAIM-ID LK-STATUS.

           MOVE LK-POLICY-ID TO POLICY-ID
           MOVE LK-DATE-OF-LOSS TO DATE-OF-LOSS
           MOVE LK-AMOUNT-CLAIMED TO AMOUNT-CLAIMED
           MOVE LK-COVERAGE-TYPE TO COVERAGE-TYPE
           MOVE LK-MEMBER-ID TO MEMBER-ID
           SET CLAIM-OPEN TO TRUE
           MOVE 0 TO LK-CLAIM-ID
           SET LK-STATUS-FAILED TO TRUE
      *> and whose coverage was actually in force on the date of loss.
           EXEC SQL
               SELECT policy_id, policy_status, start_date,
                   policy_type, coverage_amount,
                   COALESCE(extended_term_expiry, ' ')
               INTO :FOUND-POLICY-ID, :WS-POLICY-STATUS,
                   :WS-START-DATE, :WS-POLICY-TYPE,
                   :WS-COVERAGE-AMOUNT, :WS-EXTENDED-EXPIRY
               FROM policy_master
               WHERE policy_id = :POLICY-ID
           END-EXEC.
               IF COVERAGE-IN-FORCE
                   PERFORM VALIDATE-COVERAGE-CAP
               END-IF
               IF COVERAGE-IN-FORCE AND COVERAGE-TYPE = "HEALTH"
                   PERFORM VALIDATE-COVERED-MEMBER
               END-IF
           END-IF.

           IF COVERAGE-IN-FORCE AND SQLCODE = 0
                   (policy_id, date_of_loss, amount_claimed,
                       coverage_type, provider_id,
                       procedure_code, other_carrier_paid,
                       member_id, claim_status)
                   VALUES
                   (:POLICY-ID, :DATE-OF-LOSS, :AMOUNT-CLAIMED,
                       :COVERAGE-TYPE, :LK-PROVIDER-ID,
                       :LK-PROCEDURE-CODE, :LK-OTHER-PAID,
                       :MEMBER-ID, :CLAIM-STATUS)
                   RETURNING claim_id INTO :CLAIM-ID
               END-EXEC

      *> claim whose loss fell while coverage was still in force is
      *> accepted even though the policy has since lapsed or
      *> cancelled.
      *> A nonforfeiture policy is in force without premium: reduced
      *> paid-up for life, extended term only up to its expiry.
       VALIDATE-COVERAGE-IN-FORCE.

           EVALUATE TRUE
                       ", CLAIM NOT FILED"
               WHEN WS-POLICY-STATUS = "A"
                   OR WS-POLICY-STATUS = "W"
                   OR WS-POLICY-STATUS = "R"
                   CONTINUE
               WHEN WS-POLICY-STATUS = "X"
                   AND DATE-OF-LOSS > WS-EXTENDED-EXPIRY
                   SET COVERAGE-NOT-IN-FORCE TO TRUE
                   DISPLAY "ERROR: DATE OF LOSS " DATE-OF-LOSS
                       " IS AFTER POLICY " POLICY-ID
                       " EXTENDED TERM EXPIRY " WS-EXTENDED-EXPIRY
                       ", CLAIM NOT FILED"
               WHEN WS-POLICY-STATUS = "X"
                   CONTINUE
               WHEN WS-POLICY-STATUS = "L"
                   OR WS-POLICY-STATUS = "C"
                   " ON POLICY " POLICY-ID ", CLAIM NOT FILED"
           END-IF.

      *> a HEALTH claim for a spouse or dependent is only filed if
      *> that member's own coverage dates span the date of loss -
      *> a child already aged off the plan is turned away here,
      *> and adjudication checks again before it pays.
       VALIDATE-COVERED-MEMBER.

           CALL "COVEREDMEMBER" USING WS-MEMBER-ACTION POLICY-ID
               MEMBER-ID WS-MEMBER-RELATION DATE-OF-LOSS
               WS-MEMBER-TERM-DATE WS-MEMBER-STATUS

           IF WS-MEMBER-NOT-COVERED
               SET COVERAGE-NOT-IN-FORCE TO TRUE
               DISPLAY "ERROR: MEMBER " MEMBER-ID " WAS NOT COVERED "
                   "ON POLICY " POLICY-ID " ON " DATE-OF-LOSS
                   ", CLAIM NOT FILED"
           END-IF.

      *> the proofs the claim's coverage calls for are ordered the
      *> moment it files - the adjudication cursor will not touch
      *> the claim while any of them is outstanding, exactly the
           MOVE 0 TO WS-PROOF-OUTSTANDING
           CALL "CLAIMPROOF" USING WS-PROOF-ACTION CLAIM-ID
               COVERAGE-TYPE WS-PROOF-TYPE WS-PROOF-OUTSTANDING
               WS-PROOF-DOCUMENT-ID WS-PROOF-STATUS

           IF WS-PROOF-FAILED
               DISPLAY "WARNING: PROOF REQUIREMENTS NOT ORDERED "
