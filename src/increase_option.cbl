       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCREASEOPTION.

      *> the cost-of-living / guaranteed-insurability option on a
      *> LIFE policy: the right to raise COVERAGE-AMOUNT at each
      *> anniversary without new evidence, either by the CPI or by
      *> a fixed step. Electing it attaches the INCREASE-OPTION
      *> rider priced through RIDERSERVICE and records the terms in
      *> increase_options; INCREASEOFFER makes the anniversary
      *> offers, and the customer's answer comes back here. An
      *> accepted offer applies through ENDORSEPOLICY like any other
      *> mid-term change; a declined or unanswered one counts
      *> toward forfeiting the option.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY "../copy/policy.cpy".

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

      *> declines in a row that forfeit the option - the contract
      *> lets the customer pass on an increase, not on all of them.
       01 MAX-DECLINES          PIC 9(2) VALUE 2.

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).
       01 WS-EXISTING-COUNT     PIC 9(7).
       01 WS-DECLINE-COUNT      PIC 9(2).

       01 WS-OFFER-POLICY-ID    PIC 9(9).
       01 WS-OFFER-STATUS       PIC X(01).
       01 WS-RESPOND-BY         PIC X(10).
       01 WS-INCREASE-AMOUNT    PIC 9(9)V99.
       01 WS-ADDED-BASIS        PIC 9(7)V99.
       01 WS-NEW-OFFER-STATUS   PIC X(01).

       01 WS-ENDORSE-BASIS      PIC 9(7)V99.
       01 WS-ENDORSE-COVERAGE   PIC 9(9)V99.
       01 WS-PRORATA-AMOUNT     PIC S9(9)V99.
       01 WS-ENDORSE-STATUS     PIC X(01).
           88 WS-ENDORSE-OK        VALUE "Y".
           88 WS-ENDORSE-FAILED    VALUE "N".

       01 WS-RIDER-TYPE         PIC X(50) VALUE "INCREASE-OPTION".
       01 WS-RIDER-PREMIUM      PIC 9(7)V99.
       01 WS-CAP-STATUS         PIC X(01).
           88 WS-CAP-OK            VALUE "N".
           88 WS-CAP-VIOLATED      VALUE "Y".

       01 WS-LETTER-TYPE        PIC X(14).
       01 WS-LETTER-DATA        PIC X(100).
       01 WS-LETTER-STATUS      PIC X(01).

       01 WS-AUDIT-PROGRAM      PIC X(20) VALUE "INCREASEOPTION".
       01 WS-AUDIT-EVENT        PIC X(20).
       01 WS-AUDIT-OLD          PIC X(100).
       01 WS-AUDIT-NEW          PIC X(100).

       LINKAGE SECTION.

      *> "E" elects the option on LK-POLICY-ID with its method and
      *> step; "A" accepts and "D" declines offer LK-OFFER-ID; "X"
      *> is INCREASEOFFER closing an offer nobody answered in time.
       01 LK-ACTION             PIC X(01).
           88 LK-ELECT             VALUE "E".
           88 LK-ACCEPT            VALUE "A".
           88 LK-DECLINE           VALUE "D".
           88 LK-EXPIRE            VALUE "X".
       01 LK-POLICY-ID          PIC 9(9).
      *> "C" follows the CPI, "F" a fixed step of LK-STEP-PERCENT.
       01 LK-METHOD             PIC X(01).
           88 LK-METHOD-CPI        VALUE "C".
           88 LK-METHOD-FIXED      VALUE "F".
       01 LK-STEP-PERCENT       PIC 9(2)V99.
       01 LK-OFFER-ID           PIC 9(9).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-POLICY-ID LK-METHOD
           LK-STEP-PERCENT LK-OFFER-ID LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           EVALUATE TRUE
               WHEN LK-ELECT
                   PERFORM ELECT-THE-OPTION
               WHEN LK-ACCEPT
                   PERFORM ACCEPT-THE-OFFER
               WHEN LK-DECLINE
               WHEN LK-EXPIRE
                   PERFORM DECLINE-THE-OFFER
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN INCREASE OPTION ACTION "
                       LK-ACTION
           END-EVALUATE.

           GOBACK.

      *> only an in-force LIFE policy with a face amount on record
      *> can carry the option, and only once.
       ELECT-THE-OPTION.

           MOVE LK-POLICY-ID TO POLICY-ID

           EXEC SQL
               SELECT policy_type, premium, policy_status,
                   COALESCE(coverage_amount, 0)
               INTO :POLICY-TYPE, :PREMIUM, :POLICY-STATUS,
                   :COVERAGE-AMOUNT
               FROM policy_master
               WHERE policy_id = :POLICY-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "ERROR: POLICY " POLICY-ID " NOT FOUND"
               WHEN POLICY-TYPE NOT = "LIFE"
                   DISPLAY "ERROR: INCREASE OPTION IS FOR LIFE "
                       "POLICIES ONLY"
               WHEN NOT POLICY-STATUS-ACTIVE
                   DISPLAY "ERROR: POLICY " POLICY-ID
                       " IS NOT ACTIVE"
               WHEN COVERAGE-AMOUNT NOT > 0
                   DISPLAY "ERROR: POLICY " POLICY-ID
                       " HAS NO FACE AMOUNT ON RECORD"
               WHEN NOT LK-METHOD-CPI AND NOT LK-METHOD-FIXED
                   DISPLAY "ERROR: METHOD MUST BE C (CPI) OR "
                       "F (FIXED STEP)"
               WHEN LK-METHOD-FIXED AND LK-STEP-PERCENT NOT > 0
                   DISPLAY "ERROR: A FIXED STEP NEEDS A PERCENT"
               WHEN OTHER
                   EXEC SQL
                       SELECT COUNT(*) INTO :WS-EXISTING-COUNT
                       FROM increase_options
                       WHERE policy_id = :POLICY-ID
                   END-EXEC

                   IF WS-EXISTING-COUNT > 0
                       DISPLAY "ERROR: POLICY " POLICY-ID
                           " ALREADY HAS AN INCREASE OPTION ON "
                           "RECORD"
                   ELSE
                       PERFORM ATTACH-OPTION-RIDER
                   END-IF
           END-EVALUATE.

      *> the option is a rider like any other - priced and capped by
      *> RIDERSERVICE - but it runs for the life of the policy, so
      *> it carries no expiry date for RIDEREXPIRY to close.
       ATTACH-OPTION-RIDER.

           MOVE 0 TO WS-RIDER-PREMIUM

           CALL "RIDERSERVICE" USING PREMIUM WS-RIDER-TYPE
               WS-RIDER-PREMIUM WS-CAP-STATUS

           IF WS-CAP-VIOLATED
               DISPLAY "ERROR: OPTION PREMIUM " WS-RIDER-PREMIUM
                   " EXCEEDS COMPLIANCE CAP FOR POLICY " POLICY-ID
           ELSE
               EXEC SQL
                   INSERT INTO riders
                   (policy_id, rider_type, rider_premium,
                       rider_status, effective_date)
                   VALUES
                   (:POLICY-ID, :WS-RIDER-TYPE, :WS-RIDER-PREMIUM,
                       'A', :WS-TODAY-DASH)
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL
                       INSERT INTO increase_options
                       (policy_id, increase_method, step_percent,
                           option_status, decline_count,
                           elected_date)
                       VALUES
                       (:POLICY-ID, :LK-METHOD, :LK-STEP-PERCENT,
                           'A', 0, :WS-TODAY-DASH)
                   END-EXEC
               END-IF

               IF SQLCODE = 0
                   SET LK-STATUS-OK TO TRUE
                   DISPLAY "INCREASE OPTION ELECTED ON POLICY "
                       POLICY-ID " - METHOD " LK-METHOD
                       " RIDER PREMIUM " WS-RIDER-PREMIUM
                   MOVE "OPTION-ELECT" TO WS-AUDIT-EVENT
                   MOVE SPACES TO WS-AUDIT-OLD
                   MOVE SPACES TO WS-AUDIT-NEW
                   STRING "METHOD=" LK-METHOD " STEP="
                       LK-STEP-PERCENT " PREMIUM=" WS-RIDER-PREMIUM
                       DELIMITED BY SIZE INTO WS-AUDIT-NEW
                   CALL "POLICYAUDIT" USING POLICY-ID
                       WS-AUDIT-PROGRAM WS-AUDIT-EVENT WS-AUDIT-OLD
                       WS-AUDIT-NEW
               ELSE
                   MOVE SQLCODE TO SQL-ERROR-CODE
                   CALL "SQLMSG" USING SQL-ERROR-CODE
                       SQL-ERROR-MESSAGE
                   DISPLAY "ERROR ELECTING INCREASE OPTION - "
                       SQL-ERROR-MESSAGE
               END-IF
           END-IF.

       READ-THE-OFFER.

           MOVE SPACE TO WS-OFFER-STATUS

           EXEC SQL
               SELECT policy_id, offer_status, respond_by,
                   increase_amount, added_basis
               INTO :WS-OFFER-POLICY-ID, :WS-OFFER-STATUS,
                   :WS-RESPOND-BY, :WS-INCREASE-AMOUNT,
                   :WS-ADDED-BASIS
               FROM increase_offers
               WHERE offer_id = :LK-OFFER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACE TO WS-OFFER-STATUS
           END-IF.

      *> an acceptance inside the window endorses the policy: the
      *> offer's added basis on top of today's premium, reprices
      *> through RATEPOLICY inside ENDORSEPOLICY, and the face
      *> amount rises by the offered increase.
       ACCEPT-THE-OFFER.

           PERFORM READ-THE-OFFER

           EVALUATE TRUE
               WHEN WS-OFFER-STATUS = SPACE
                   DISPLAY "ERROR: OFFER " LK-OFFER-ID " NOT FOUND"
               WHEN WS-OFFER-STATUS NOT = "O"
                   DISPLAY "ERROR: OFFER " LK-OFFER-ID
                       " IS NO LONGER OPEN"
               WHEN WS-RESPOND-BY < WS-TODAY-DASH
                   DISPLAY "ERROR: OFFER " LK-OFFER-ID
                       " CLOSED ON " WS-RESPOND-BY
               WHEN OTHER
                   MOVE WS-OFFER-POLICY-ID TO POLICY-ID

                   EXEC SQL
                       SELECT premium, COALESCE(coverage_amount, 0)
                       INTO :PREMIUM, :COVERAGE-AMOUNT
                       FROM policy_master
                       WHERE policy_id = :POLICY-ID
                   END-EXEC

                   COMPUTE WS-ENDORSE-BASIS =
                       PREMIUM + WS-ADDED-BASIS
                   COMPUTE WS-ENDORSE-COVERAGE =
                       COVERAGE-AMOUNT + WS-INCREASE-AMOUNT

                   CALL "ENDORSEPOLICY" USING POLICY-ID
                       WS-ENDORSE-BASIS WS-PRORATA-AMOUNT
                       WS-ENDORSE-COVERAGE WS-ENDORSE-STATUS

                   IF WS-ENDORSE-OK
                       MOVE "A" TO WS-NEW-OFFER-STATUS
                       PERFORM CLOSE-THE-OFFER

                       EXEC SQL
                           UPDATE increase_options
                           SET decline_count = 0
                           WHERE policy_id = :POLICY-ID
                       END-EXEC

                       SET LK-STATUS-OK TO TRUE
                       DISPLAY "OFFER " LK-OFFER-ID " ACCEPTED - "
                           "POLICY " POLICY-ID " FACE NOW "
                           WS-ENDORSE-COVERAGE
                   ELSE
                       DISPLAY "ERROR: OFFER " LK-OFFER-ID
                           " NOT APPLIED - ENDORSEMENT FAILED"
                   END-IF
           END-EVALUATE.

      *> a "no" and a silence count the same - once the declines in
      *> a row reach MAX-DECLINES the option is forfeited, its rider
      *> closed and the customer told.
       DECLINE-THE-OFFER.

           PERFORM READ-THE-OFFER

           EVALUATE TRUE
               WHEN WS-OFFER-STATUS = SPACE
                   DISPLAY "ERROR: OFFER " LK-OFFER-ID " NOT FOUND"
               WHEN WS-OFFER-STATUS NOT = "O"
                   DISPLAY "ERROR: OFFER " LK-OFFER-ID
                       " IS NO LONGER OPEN"
               WHEN OTHER
                   MOVE WS-OFFER-POLICY-ID TO POLICY-ID

                   IF LK-EXPIRE
                       MOVE "X" TO WS-NEW-OFFER-STATUS
                   ELSE
                       MOVE "D" TO WS-NEW-OFFER-STATUS
                   END-IF

                   PERFORM CLOSE-THE-OFFER

                   EXEC SQL
                       UPDATE increase_options
                       SET decline_count = decline_count + 1
                       WHERE policy_id = :POLICY-ID
                   END-EXEC

                   MOVE 0 TO WS-DECLINE-COUNT

                   EXEC SQL
                       SELECT decline_count INTO :WS-DECLINE-COUNT
                       FROM increase_options
                       WHERE policy_id = :POLICY-ID
                   END-EXEC

                   SET LK-STATUS-OK TO TRUE
                   DISPLAY "OFFER " LK-OFFER-ID " DECLINED ("
                       WS-NEW-OFFER-STATUS ") - DECLINES IN A ROW "
                       WS-DECLINE-COUNT

                   IF WS-DECLINE-COUNT >= MAX-DECLINES
                       PERFORM FORFEIT-THE-OPTION
                   END-IF
           END-EVALUATE.

       CLOSE-THE-OFFER.

           EXEC SQL
               UPDATE increase_offers
               SET offer_status = :WS-NEW-OFFER-STATUS,
                   response_date = :WS-TODAY-DASH
               WHERE offer_id = :LK-OFFER-ID
           END-EXEC.

       FORFEIT-THE-OPTION.

           EXEC SQL
               UPDATE increase_options
               SET option_status = 'F',
                   forfeit_date = :WS-TODAY-DASH
               WHERE policy_id = :POLICY-ID
                   AND option_status = 'A'
           END-EXEC

           EXEC SQL
               UPDATE riders
               SET rider_status = 'C'
               WHERE policy_id = :POLICY-ID
                   AND rider_type = :WS-RIDER-TYPE
                   AND rider_status IN ('A', 'S')
           END-EXEC

           MOVE "OPTION-FORFEIT" TO WS-AUDIT-EVENT
           MOVE "OPTION=A" TO WS-AUDIT-OLD
           MOVE SPACES TO WS-AUDIT-NEW
           STRING "OPTION=F DECLINES=" WS-DECLINE-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-NEW
           CALL "POLICYAUDIT" USING POLICY-ID WS-AUDIT-PROGRAM
               WS-AUDIT-EVENT WS-AUDIT-OLD WS-AUDIT-NEW

           MOVE "OPTION-FORFEIT" TO WS-LETTER-TYPE
           MOVE SPACES TO WS-LETTER-DATA
           STRING WS-DECLINE-COUNT " INCREASE OFFERS IN A ROW "
               "DECLINED - OPTION ENDED " WS-TODAY-DASH
               DELIMITED BY SIZE INTO WS-LETTER-DATA
           CALL "CORRQUEUE" USING WS-LETTER-TYPE POLICY-ID
               WS-LETTER-DATA WS-LETTER-STATUS

           DISPLAY "INCREASE OPTION ON POLICY " POLICY-ID
               " FORFEITED".
