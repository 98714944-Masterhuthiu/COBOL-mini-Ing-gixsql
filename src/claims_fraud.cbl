
      *> scoring weights and trip-wires - a claim whose total score
      *> reaches HOLD-THRESHOLD is held for the SIU desk. Tuned by
      *> the desk, not hardcoded into the checks themselves. These
      *> are the company defaults; a value filed through PARAMMAINT
      *> for the policy's type or state and in force today replaces
      *> each one claim by claim, into the working copies below.
       01 DUPLICATE-POINTS      PIC 9(3) VALUE 40.
       01 EARLY-CLAIM-POINTS    PIC 9(3) VALUE 25.
       01 HIGH-AMOUNT-POINTS    PIC 9(3) VALUE 20.
       01 FREQUENCY-WINDOW-DAYS PIC 9(3) VALUE 90.
       01 FREQUENCY-CLAIM-LIMIT PIC 9(3) VALUE 3.

       01 WS-DUPLICATE-POINTS   PIC 9(3).
       01 WS-EARLY-CLAIM-POINTS PIC 9(3).
       01 WS-HIGH-AMOUNT-POINTS PIC 9(3).
       01 WS-FREQUENCY-POINTS   PIC 9(3).
       01 WS-HOLD-THRESHOLD     PIC 9(3).
       01 WS-EARLY-CLAIM-DAYS   PIC 9(3).
       01 WS-HIGH-AMOUNT-FACTOR PIC 9(2).
       01 WS-FREQUENCY-WINDOW   PIC 9(3).

       01 WS-JURISDICTION       PIC X(02).
       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).
       01 WS-PARAM-NAME         PIC X(30).
       01 WS-PARAM-VALUE        PIC 9(7)V9999.

       01 WS-FRAUD-SCORE        PIC 9(3).
       01 WS-DUPLICATE-COUNT    PIC 9(7).
       01 WS-WINDOW-COUNT       PIC 9(7).
       EXEC SQL
           DECLARE FRAUD-SCREEN-CURSOR CURSOR FOR
               SELECT c.claim_id, c.policy_id, c.date_of_loss,
                   c.amount_claimed, p.policy_type, p.start_date,
                   COALESCE(p.jurisdiction_code, ' ')
               FROM claims c, policy_master p
               WHERE c.policy_id = p.policy_id
                   AND c.claim_status = 'O'

           DISPLAY "=== CLAIMS FRAUD SCREENING ===".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           EXEC SQL OPEN FRAUD-SCREEN-CURSOR END-EXEC.

           PERFORM SCREEN-ONE-CLAIM
           EXEC SQL
               FETCH FRAUD-SCREEN-CURSOR
               INTO :CLAIM-ID, :POLICY-ID, :DATE-OF-LOSS,
                   :AMOUNT-CLAIMED, :WS-POLICY-TYPE, :WS-START-DATE,
                   :WS-JURISDICTION
           END-EXEC

           IF SQLCODE NOT = 0
           ELSE
               ADD 1 TO CLAIM-COUNT
               MOVE 0 TO WS-FRAUD-SCORE
               PERFORM RESOLVE-SCORING-RULES
               PERFORM CHECK-DUPLICATE-LOSS
               PERFORM CHECK-EARLY-CLAIM
               PERFORM CHECK-HIGH-AMOUNT
               PERFORM CHECK-CLAIM-FREQUENCY
               IF WS-FRAUD-SCORE >= WS-HOLD-THRESHOLD
                   PERFORM HOLD-ONE-CLAIM
               END-IF
           END-IF.

      *> each weight and trip-wire as filed for this claim's policy
      *> type and state today, or the compiled default where nothing
      *> is filed.
       RESOLVE-SCORING-RULES.

           MOVE "FRAUD-DUPLICATE-POINTS" TO WS-PARAM-NAME
           MOVE DUPLICATE-POINTS TO WS-PARAM-VALUE
           PERFORM READ-SCORING-RULE
           MOVE WS-PARAM-VALUE TO WS-DUPLICATE-POINTS

           MOVE "FRAUD-EARLY-CLAIM-POINTS" TO WS-PARAM-NAME
           MOVE EARLY-CLAIM-POINTS TO WS-PARAM-VALUE
           PERFORM READ-SCORING-RULE
           MOVE WS-PARAM-VALUE TO WS-EARLY-CLAIM-POINTS

           MOVE "FRAUD-HIGH-AMOUNT-POINTS" TO WS-PARAM-NAME
           MOVE HIGH-AMOUNT-POINTS TO WS-PARAM-VALUE
           PERFORM READ-SCORING-RULE
           MOVE WS-PARAM-VALUE TO WS-HIGH-AMOUNT-POINTS

           MOVE "FRAUD-FREQUENCY-POINTS" TO WS-PARAM-NAME
           MOVE FREQUENCY-POINTS TO WS-PARAM-VALUE
           PERFORM READ-SCORING-RULE
           MOVE WS-PARAM-VALUE TO WS-FREQUENCY-POINTS

           MOVE "FRAUD-HOLD-THRESHOLD" TO WS-PARAM-NAME
           MOVE HOLD-THRESHOLD TO WS-PARAM-VALUE
           PERFORM READ-SCORING-RULE
           MOVE WS-PARAM-VALUE TO WS-HOLD-THRESHOLD

           MOVE "FRAUD-EARLY-CLAIM-DAYS" TO WS-PARAM-NAME
           MOVE EARLY-CLAIM-DAYS TO WS-PARAM-VALUE
           PERFORM READ-SCORING-RULE
           MOVE WS-PARAM-VALUE TO WS-EARLY-CLAIM-DAYS

           MOVE "FRAUD-HIGH-AMOUNT-FACTOR" TO WS-PARAM-NAME
           MOVE HIGH-AMOUNT-FACTOR TO WS-PARAM-VALUE
           PERFORM READ-SCORING-RULE
           MOVE WS-PARAM-VALUE TO WS-HIGH-AMOUNT-FACTOR

           MOVE "FRAUD-FREQUENCY-WINDOW" TO WS-PARAM-NAME
           MOVE FREQUENCY-WINDOW-DAYS TO WS-PARAM-VALUE
           PERFORM READ-SCORING-RULE
           MOVE WS-PARAM-VALUE TO WS-FREQUENCY-WINDOW.

       READ-SCORING-RULE.

           CALL "BIZPARAM" USING WS-PARAM-NAME WS-POLICY-TYPE
               WS-JURISDICTION WS-TODAY-DASH WS-PARAM-VALUE.

      *> the same policy and date of loss showing up on another claim
      *> row is the strongest single signal we have - CLAIMSPROCESSOR
      *> has no unique key on the pair, so the same loss filed twice
           END-EXEC

           IF WS-DUPLICATE-COUNT > 0
               ADD WS-DUPLICATE-POINTS TO WS-FRAUD-SCORE
               DISPLAY "SIU: CLAIM " CLAIM-ID " DUPLICATE LOSS DATE "
                   DATE-OF-LOSS " ON POLICY " POLICY-ID
                   " (" WS-DUPLICATE-COUNT " OTHER CLAIMS)"
               WS-LOSS-JULIAN - WS-START-JULIAN

           IF WS-DAYS-IN-FORCE >= 0
               AND WS-DAYS-IN-FORCE < WS-EARLY-CLAIM-DAYS
               ADD WS-EARLY-CLAIM-POINTS TO WS-FRAUD-SCORE
               DISPLAY "SIU: CLAIM " CLAIM-ID " FILED "
                   WS-DAYS-IN-FORCE " DAYS AFTER POLICY "
                   POLICY-ID " STARTED"
           END-EXEC

           COMPUTE WS-HIGH-WATER =
               WS-TYPE-AVERAGE * WS-HIGH-AMOUNT-FACTOR

           IF WS-HIGH-WATER > 0 AND AMOUNT-CLAIMED > WS-HIGH-WATER
               ADD WS-HIGH-AMOUNT-POINTS TO WS-FRAUD-SCORE
               DISPLAY "SIU: CLAIM " CLAIM-ID " AMOUNT "
                   AMOUNT-CLAIMED " EXCEEDS " WS-HIGH-AMOUNT-FACTOR
                   "X THE " WS-POLICY-TYPE " AVERAGE "
                   WS-TYPE-AVERAGE
           END-IF.
       CHECK-CLAIM-FREQUENCY.

           COMPUTE WS-WINDOW-START-JULIAN =
               WS-LOSS-JULIAN - WS-FREQUENCY-WINDOW
           COMPUTE WS-WINDOW-START-8 = FUNCTION DATE-OF-INTEGER
               (WS-WINDOW-START-JULIAN)

           END-EXEC

           IF WS-WINDOW-COUNT >= FREQUENCY-CLAIM-LIMIT
               ADD WS-FREQUENCY-POINTS TO WS-FRAUD-SCORE
               DISPLAY "SIU: POLICY " POLICY-ID " HAS "
                   WS-WINDOW-COUNT " CLAIMS INSIDE "
                   WS-FREQUENCY-WINDOW " DAYS"
           END-IF.

       HOLD-ONE-CLAIM.
