       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIMINTEREST.

      *> statutory interest on claim money, computed when the
      *> settlement payable is booked and booked beside it as its
      *> own payable - never folded into the benefit - so the tax
      *> extract reports it as interest income and the GL prices it
      *> to its own expense account off the CLAIMINT map row.
      *> Two bases: "D" death proceeds earn simple interest from the
      *> date of death to the day they are booked; "H" a health
      *> claim booked after its jurisdiction's prompt-pay limit
      *> (counted from the FILED event, the same clock CLAIMCYCLE
      *> reports against) earns the prompt-pay penalty rate for the
      *> days it ran late. Rates are kept per JURISDICTION-CODE on
      *> statutory_interest_rates; a jurisdiction with no row takes
      *> the defaults below. Every computation that comes to money
      *> leaves a claim_interest row showing how it was worked.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 DEFAULT-DEATH-RATE    PIC 9V9999 VALUE 0.0400.
       01 DEFAULT-PENALTY-RATE  PIC 9V9999 VALUE 0.1000.
       01 DEFAULT-PROMPT-DAYS   PIC 9(3) VALUE 30.

       01 WS-JURISDICTION       PIC X(02).
       01 WS-DAYS-SINCE-LOSS    PIC S9(7).
       01 WS-DAYS-SINCE-FILED   PIC S9(7).
       01 WS-PROMPT-DAYS        PIC 9(3).
       01 WS-INTEREST-RATE      PIC 9V9999.
       01 WS-INTEREST-DAYS      PIC S9(7).
       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       01 WS-PAYABLE-SOURCE     PIC X(12) VALUE "CLAIMINT".
       01 WS-PAYABLE-STATUS     PIC X(01).
           88 WS-PAYABLE-OK       VALUE "Y".
           88 WS-PAYABLE-FAILED   VALUE "N".

       LINKAGE SECTION.

      *> LK-PRINCIPAL is the settlement amount the interest runs
      *> on; LK-INTEREST comes back as what was booked (zero when
      *> nothing was owed). LK-STATUS is "N" only when interest was
      *> owed and could not be booked.
       01 LK-CLAIM-ID           PIC 9(9).
       01 LK-POLICY-ID          PIC 9(9).
       01 LK-BASIS              PIC X(01).
           88 LK-DEATH-PROCEEDS    VALUE "D".
           88 LK-HEALTH-PROMPT-PAY VALUE "H".
       01 LK-PAYEE-NAME         PIC X(100).
       01 LK-PRINCIPAL          PIC 9(9)V99.
       01 LK-INTEREST           PIC 9(9)V99.
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-CLAIM-ID LK-POLICY-ID LK-BASIS
           LK-PAYEE-NAME LK-PRINCIPAL LK-INTEREST LK-STATUS.

           SET LK-STATUS-OK TO TRUE
           MOVE 0 TO LK-INTEREST
           MOVE 0 TO WS-INTEREST-DAYS

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           PERFORM LOAD-CLAIM-CLOCKS

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "WARNING: CLAIM " LK-CLAIM-ID
                       " NOT FOUND FOR STATUTORY INTEREST"
               WHEN LK-DEATH-PROCEEDS
                   PERFORM COMPUTE-DEATH-INTEREST
               WHEN LK-HEALTH-PROMPT-PAY
                   PERFORM COMPUTE-PROMPT-PAY-PENALTY
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN INTEREST BASIS "
                       LK-BASIS
           END-EVALUATE

           IF LK-INTEREST > 0
               PERFORM BOOK-INTEREST-PAYABLE
           END-IF.

           GOBACK.

      *> the days since the date of loss and since the claim was
      *> filed, worked out on the database side the same way
      *> CLAIMCYCLE ages its open claims.
       LOAD-CLAIM-CLOCKS.

           EXEC SQL
               SELECT COALESCE(p.jurisdiction_code, ' '),
                   COALESCE(CURRENT_DATE - c.date_of_loss::date,
                       0),
                   COALESCE(CURRENT_DATE -
                       (SELECT MIN(e.event_at)
                        FROM claim_events e
                        WHERE e.claim_id = c.claim_id
                            AND e.event_type = 'FILED')::date, 0)
               INTO :WS-JURISDICTION, :WS-DAYS-SINCE-LOSS,
                   :WS-DAYS-SINCE-FILED
               FROM claims c, policy_master p
               WHERE c.policy_id = p.policy_id
                   AND c.claim_id = :LK-CLAIM-ID
           END-EXEC.

       COMPUTE-DEATH-INTEREST.

           MOVE DEFAULT-DEATH-RATE TO WS-INTEREST-RATE

           IF WS-JURISDICTION NOT = SPACES
               EXEC SQL
                   SELECT death_interest_rate
                   INTO :WS-INTEREST-RATE
                   FROM statutory_interest_rates
                   WHERE jurisdiction_code = :WS-JURISDICTION
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE DEFAULT-DEATH-RATE TO WS-INTEREST-RATE
               END-IF
           END-IF

           MOVE WS-DAYS-SINCE-LOSS TO WS-INTEREST-DAYS
           PERFORM COMPUTE-SIMPLE-INTEREST.

      *> the penalty only runs on the days past the limit - a claim
      *> booked inside it owes nothing.
       COMPUTE-PROMPT-PAY-PENALTY.

           MOVE DEFAULT-PROMPT-DAYS TO WS-PROMPT-DAYS
           MOVE DEFAULT-PENALTY-RATE TO WS-INTEREST-RATE

           IF WS-JURISDICTION NOT = SPACES
               EXEC SQL
                   SELECT prompt_pay_days INTO :WS-PROMPT-DAYS
                   FROM prompt_pay_limits
                   WHERE jurisdiction_code = :WS-JURISDICTION
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE DEFAULT-PROMPT-DAYS TO WS-PROMPT-DAYS
               END-IF

               EXEC SQL
                   SELECT prompt_pay_penalty_rate
                   INTO :WS-INTEREST-RATE
                   FROM statutory_interest_rates
                   WHERE jurisdiction_code = :WS-JURISDICTION
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE DEFAULT-PENALTY-RATE TO WS-INTEREST-RATE
               END-IF
           END-IF

           COMPUTE WS-INTEREST-DAYS =
               WS-DAYS-SINCE-FILED - WS-PROMPT-DAYS
           PERFORM COMPUTE-SIMPLE-INTEREST.

       COMPUTE-SIMPLE-INTEREST.

           IF WS-INTEREST-DAYS > 0
               COMPUTE LK-INTEREST ROUNDED =
                   LK-PRINCIPAL * WS-INTEREST-RATE
                   * WS-INTEREST-DAYS / 365
           END-IF.

      *> the interest goes to whoever the principal went to, on its
      *> own payable line against the same claim.
       BOOK-INTEREST-PAYABLE.

           CALL "PAYABLEPOST" USING LK-POLICY-ID LK-CLAIM-ID
               LK-PAYEE-NAME WS-PAYABLE-SOURCE LK-INTEREST
               WS-PAYABLE-STATUS

           IF WS-PAYABLE-FAILED
               SET LK-STATUS-FAILED TO TRUE
               DISPLAY "ERROR: STATUTORY INTEREST FOR CLAIM "
                   LK-CLAIM-ID " NOT BOOKED TO PAYABLES LEDGER"
           ELSE
               EXEC SQL
                   INSERT INTO claim_interest
                   (claim_id, policy_id, interest_basis,
                       jurisdiction_code, principal_amount,
                       interest_rate, interest_days,
                       interest_amount, computed_date)
                   VALUES
                   (:LK-CLAIM-ID, :LK-POLICY-ID, :LK-BASIS,
                       :WS-JURISDICTION, :LK-PRINCIPAL,
                       :WS-INTEREST-RATE, :WS-INTEREST-DAYS,
                       :LK-INTEREST, :WS-TODAY-DASH)
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO SQL-ERROR-CODE
                   CALL "SQLMSG" USING SQL-ERROR-CODE
                       SQL-ERROR-MESSAGE
                   DISPLAY "WARNING: INTEREST DETAIL ROW NOT "
                       "WRITTEN FOR CLAIM " LK-CLAIM-ID " - "
                       SQL-ERROR-MESSAGE
               END-IF

               DISPLAY "  STATUTORY INTEREST (" LK-BASIS ") "
                   WS-INTEREST-DAYS " DAYS AT " WS-INTEREST-RATE
                   " ON " LK-PRINCIPAL " = " LK-INTEREST
           END-IF.
