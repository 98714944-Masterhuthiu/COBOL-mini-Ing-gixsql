       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCREASEOFFER.

      *> the anniversary run for the cost-of-living / guaranteed-
      *> insurability option INCREASEOPTION records: every in-force
      *> LIFE policy holding the option is offered an increase to
      *> its face amount on its policy anniversary - the CPI for a
      *> cost-of-living option, the fixed step for a stepped one -
      *> with the added premium priced through RATEPOLICY at the
      *> insured's attained age. The offer letter carries the reply
      *> date; an offer still open after it is closed here as a
      *> decline, which is what forfeits the option in the end.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY "../copy/policy.cpy".

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

      *> the customer has this long from the offer to say yes.
       01 ACCEPT-WINDOW-DAYS    PIC 9(3) VALUE 60.
      *> a night the run does not reach still gets its offers out -
      *> an anniversary up to this many days back is still offered.
       01 ANNIVERSARY-LATE-DAYS PIC 9(3) VALUE 7.
      *> the CPI figure the cost-of-living offers follow, from the
      *> INCREASE_CPI_PERCENT setting when one is given, and the
      *> most any single anniversary may add to the face amount.
       01 CPI-PERCENT           PIC 9(2)V99 VALUE 3.00.
       01 MAX-INCREASE-PERCENT  PIC 9(2)V99 VALUE 10.00.
      *> the premium for a unit of cover rises with the insured's
      *> age - each year of attained age over the age at issue adds
      *> this share to the basis the increase is priced from.
       01 AGE-LOAD-PER-YEAR     PIC 9V9999 VALUE 0.0400.

       01 WS-CPI-TEXT           PIC X(06).

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-JULIAN       PIC 9(7).
       01 WS-TODAY-DASH         PIC X(10).
       01 WS-START-8            PIC 9(8).
       01 WS-ANNIV-8            PIC 9(8).
       01 WS-ANNIV-JULIAN       PIC 9(7).
       01 WS-ANNIV-DASH         PIC X(10).
       01 WS-DAYS-SINCE-ANNIV   PIC S9(7).
       01 WS-RESPOND-8          PIC 9(8).
       01 WS-RESPOND-DASH       PIC X(10).
       01 WS-DOB-DASH           PIC X(10).
       01 WS-DOB-8              PIC 9(8).
       01 WS-ATTAINED-AGE       PIC 9(3).
       01 WS-ISSUE-AGE          PIC 9(3).
       01 WS-AGE-FACTOR         PIC 9V9999.

       01 WS-METHOD             PIC X(01).
       01 WS-STEP-PERCENT       PIC 9(2)V99.
       01 WS-INCREASE-PERCENT   PIC 9(2)V99.
       01 WS-INCREASE-AMOUNT    PIC 9(9)V99.
       01 WS-ADDED-BASIS        PIC 9(7)V99.
       01 WS-ADDED-PREMIUM      PIC 9(9)V99.
       01 WS-POLICY-NUMBER      PIC X(50).
       01 WS-OFFER-ID           PIC 9(9).
       01 WS-OFFERED-COUNT      PIC 9(5).

       01 WS-OPTION-ACTION      PIC X(01) VALUE "X".
       01 WS-OPTION-METHOD      PIC X(01) VALUE SPACE.
       01 WS-OPTION-STEP        PIC 9(2)V99 VALUE 0.
       01 WS-OPTION-STATUS      PIC X(01).

       01 WS-LETTER-TYPE        PIC X(14) VALUE "INCREASE-OFFER".
       01 WS-LETTER-DATA        PIC X(100).
       01 WS-LETTER-STATUS      PIC X(01).

       01 WS-RUN-ACTION         PIC X(01).
       01 WS-RUN-PROGRAM        PIC X(20).
       01 WS-RUN-ID             PIC 9(9) VALUE 0.
       01 WS-RUN-STATUS         PIC X(01).
       01 WS-RUN-COUNT-1        PIC 9(7).
       01 WS-RUN-COUNT-2        PIC 9(7).
       01 WS-RUN-COUNT-3        PIC 9(7).

       01 OFFER-COUNT           PIC 9(7) VALUE 0.
       01 EXPIRED-COUNT         PIC 9(7) VALUE 0.
       01 SKIPPED-COUNT         PIC 9(7) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".
       01 EXPIRE-AT-END         PIC X(01) VALUE "N".
           88 EXPIRE-EOF            VALUE "Y".

      *> offers whose reply date has gone by with no answer.
       EXEC SQL
           DECLARE EXPIRE-OFFER-CURSOR CURSOR FOR
               SELECT offer_id
               FROM increase_offers
               WHERE offer_status = 'O'
                   AND respond_by < :WS-TODAY-DASH
               ORDER BY offer_id
       END-EXEC.

      *> every in-force LIFE policy still holding its option - the
      *> anniversary itself is judged below, off the start date.
       EXEC SQL
           DECLARE OPTION-POLICY-CURSOR CURSOR FOR
               SELECT p.policy_id, p.policy_type, p.premium,
                   p.currency_code, p.start_date,
                   COALESCE(p.coverage_amount, 0),
                   COALESCE(p.customer_id, 0),
                   o.increase_method, o.step_percent
               FROM policy_master p, increase_options o
               WHERE o.policy_id = p.policy_id
                   AND o.option_status = 'A'
                   AND p.policy_status = 'A'
                   AND RTRIM(p.policy_type) = 'LIFE'
               ORDER BY p.policy_id
       END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY "=== ANNIVERSARY INCREASE OFFERS ===".

           MOVE "S" TO WS-RUN-ACTION
           MOVE "INCREASEOFFER" TO WS-RUN-PROGRAM
           MOVE SPACES TO WS-RUN-STATUS
           MOVE 0 TO WS-RUN-COUNT-1
           MOVE 0 TO WS-RUN-COUNT-2
           MOVE 0 TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           COMPUTE WS-TODAY-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-8)
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           MOVE SPACES TO WS-CPI-TEXT
           ACCEPT WS-CPI-TEXT FROM ENVIRONMENT "INCREASE_CPI_PERCENT"

           IF WS-CPI-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-CPI-TEXT) = 0
               COMPUTE CPI-PERCENT = FUNCTION NUMVAL(WS-CPI-TEXT)
           END-IF

           DISPLAY "CPI FOR COST-OF-LIVING OFFERS: " CPI-PERCENT.

      *>   last year's unanswered offers are closed first, so a
      *>   forfeit lands before tonight's offers are judged
           EXEC SQL OPEN EXPIRE-OFFER-CURSOR END-EXEC.

           PERFORM EXPIRE-ONE-OFFER
               UNTIL EXPIRE-EOF

           EXEC SQL CLOSE EXPIRE-OFFER-CURSOR END-EXEC.

           EXEC SQL OPEN OPTION-POLICY-CURSOR END-EXEC.

           PERFORM CHECK-ONE-ANNIVERSARY
               UNTIL WS-EOF

           EXEC SQL CLOSE OPTION-POLICY-CURSOR END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           MOVE "E" TO WS-RUN-ACTION
           MOVE "C" TO WS-RUN-STATUS
           MOVE OFFER-COUNT TO WS-RUN-COUNT-1
           MOVE EXPIRED-COUNT TO WS-RUN-COUNT-2
           MOVE SKIPPED-COUNT TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "OFFERS MADE      : " OFFER-COUNT.
           DISPLAY "OFFERS EXPIRED   : " EXPIRED-COUNT.
           DISPLAY "SKIPPED          : " SKIPPED-COUNT.
           DISPLAY "=== INCREASE OFFERS COMPLETE ===".

           GOBACK.

       EXPIRE-ONE-OFFER.

           EXEC SQL
               FETCH EXPIRE-OFFER-CURSOR INTO :WS-OFFER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET EXPIRE-EOF TO TRUE
           ELSE
               MOVE 0 TO POLICY-ID
               CALL "INCREASEOPTION" USING WS-OPTION-ACTION
                   POLICY-ID WS-OPTION-METHOD WS-OPTION-STEP
                   WS-OFFER-ID WS-OPTION-STATUS
               ADD 1 TO EXPIRED-COUNT
           END-IF.

      *> this year's anniversary of the start date - a policy still
      *> in its first year has none yet, and a 29 February start
      *> keeps its anniversary on 28 February in the other years.
       CHECK-ONE-ANNIVERSARY.

           EXEC SQL
               FETCH OPTION-POLICY-CURSOR
               INTO :POLICY-ID, :POLICY-TYPE, :PREMIUM,
                   :CURRENCY-CODE, :START-DATE, :COVERAGE-AMOUNT,
                   :CUSTOMER-ID, :WS-METHOD, :WS-STEP-PERCENT
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               MOVE START-DATE(1:4) TO WS-START-8(1:4)
               MOVE START-DATE(6:2) TO WS-START-8(5:2)
               MOVE START-DATE(9:2) TO WS-START-8(7:2)

               MOVE WS-TODAY-8(1:4) TO WS-ANNIV-8(1:4)
               MOVE WS-START-8(5:4) TO WS-ANNIV-8(5:4)

               IF FUNCTION TEST-DATE-YYYYMMDD(WS-ANNIV-8) NOT = 0
                   MOVE "0228" TO WS-ANNIV-8(5:4)
               END-IF

               COMPUTE WS-ANNIV-JULIAN = FUNCTION INTEGER-OF-DATE
                   (WS-ANNIV-8)
               COMPUTE WS-DAYS-SINCE-ANNIV =
                   WS-TODAY-JULIAN - WS-ANNIV-JULIAN

               IF WS-START-8(1:4) < WS-TODAY-8(1:4)
                   AND WS-DAYS-SINCE-ANNIV >= 0
                   AND WS-DAYS-SINCE-ANNIV <= ANNIVERSARY-LATE-DAYS
                   PERFORM OFFER-IF-NOT-YET-OFFERED
               END-IF
           END-IF.

       OFFER-IF-NOT-YET-OFFERED.

           STRING WS-ANNIV-8(1:4) "-" WS-ANNIV-8(5:2) "-"
               WS-ANNIV-8(7:2) DELIMITED BY SIZE
               INTO WS-ANNIV-DASH

           MOVE 0 TO WS-OFFERED-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :WS-OFFERED-COUNT
               FROM increase_offers
               WHERE policy_id = :POLICY-ID
                   AND offer_date >= :WS-ANNIV-DASH
           END-EXEC

           IF WS-OFFERED-COUNT = 0
               PERFORM MAKE-THE-OFFER
           END-IF.

      *> the increase follows the option's method, capped; the
      *> added premium is the current premium's rate for the extra
      *> cover, loaded for the years the insured has aged since
      *> issue, run through RATEPOLICY like every other repricing.
      *> No face amount or no date of birth on file means no fair
      *> price, so the desk sees the policy instead of an offer.
       MAKE-THE-OFFER.

           IF WS-METHOD = "C"
               MOVE CPI-PERCENT TO WS-INCREASE-PERCENT
           ELSE
               MOVE WS-STEP-PERCENT TO WS-INCREASE-PERCENT
           END-IF

           IF WS-INCREASE-PERCENT > MAX-INCREASE-PERCENT
               MOVE MAX-INCREASE-PERCENT TO WS-INCREASE-PERCENT
           END-IF

           PERFORM COMPUTE-ATTAINED-AGE

           EVALUATE TRUE
               WHEN COVERAGE-AMOUNT NOT > 0
                   ADD 1 TO SKIPPED-COUNT
                   DISPLAY "SKIPPED: POLICY " POLICY-ID
                       " HAS NO FACE AMOUNT ON RECORD"
               WHEN WS-DOB-DASH = SPACES
                   ADD 1 TO SKIPPED-COUNT
                   DISPLAY "SKIPPED: POLICY " POLICY-ID
                       " - INSURED'S DATE OF BIRTH NOT ON FILE"
               WHEN WS-INCREASE-PERCENT NOT > 0
                   ADD 1 TO SKIPPED-COUNT
                   DISPLAY "SKIPPED: POLICY " POLICY-ID
                       " - NO INCREASE DUE THIS YEAR"
               WHEN OTHER
                   COMPUTE WS-INCREASE-AMOUNT ROUNDED =
                       COVERAGE-AMOUNT * WS-INCREASE-PERCENT / 100

                   COMPUTE WS-AGE-FACTOR = 1 + AGE-LOAD-PER-YEAR
                       * (WS-ATTAINED-AGE - WS-ISSUE-AGE)

                   COMPUTE WS-ADDED-BASIS ROUNDED =
                       PREMIUM * WS-INCREASE-AMOUNT
                       / COVERAGE-AMOUNT * WS-AGE-FACTOR

                   MOVE POLICY-ID TO WS-POLICY-NUMBER

                   CALL "RATEPOLICY" USING POLICY-TYPE
                       WS-POLICY-NUMBER WS-ADDED-BASIS
                       WS-ADDED-PREMIUM CURRENCY-CODE

                   PERFORM STORE-THE-OFFER
           END-EVALUATE.

      *> the insured's age today and at issue, off the customers
      *> row the policy is linked to.
       COMPUTE-ATTAINED-AGE.

           MOVE SPACES TO WS-DOB-DASH
           MOVE 0 TO WS-ATTAINED-AGE
           MOVE 0 TO WS-ISSUE-AGE

           IF CUSTOMER-ID > 0
               EXEC SQL
                   SELECT COALESCE(date_of_birth, ' ')
                   INTO :WS-DOB-DASH
                   FROM customers
                   WHERE customer_id = :CUSTOMER-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE SPACES TO WS-DOB-DASH
               END-IF
           END-IF

           IF WS-DOB-DASH NOT = SPACES
               MOVE WS-DOB-DASH(1:4) TO WS-DOB-8(1:4)
               MOVE WS-DOB-DASH(6:2) TO WS-DOB-8(5:2)
               MOVE WS-DOB-DASH(9:2) TO WS-DOB-8(7:2)

               COMPUTE WS-ATTAINED-AGE = (WS-TODAY-JULIAN
                   - FUNCTION INTEGER-OF-DATE (WS-DOB-8)) / 365.25
               COMPUTE WS-ISSUE-AGE = (FUNCTION INTEGER-OF-DATE
                   (WS-START-8) - FUNCTION INTEGER-OF-DATE
                   (WS-DOB-8)) / 365.25
           END-IF.

       STORE-THE-OFFER.

           COMPUTE WS-RESPOND-8 = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-JULIAN + ACCEPT-WINDOW-DAYS)
           STRING WS-RESPOND-8(1:4) "-" WS-RESPOND-8(5:2) "-"
               WS-RESPOND-8(7:2) DELIMITED BY SIZE
               INTO WS-RESPOND-DASH

           EXEC SQL
               INSERT INTO increase_offers
               (policy_id, offer_date, respond_by, increase_method,
                   increase_percent, increase_amount, attained_age,
                   added_basis, added_premium, offer_status)
               VALUES
               (:POLICY-ID, :WS-TODAY-DASH, :WS-RESPOND-DASH,
                   :WS-METHOD, :WS-INCREASE-PERCENT,
                   :WS-INCREASE-AMOUNT, :WS-ATTAINED-AGE,
                   :WS-ADDED-BASIS, :WS-ADDED-PREMIUM, 'O')
               RETURNING offer_id INTO :WS-OFFER-ID
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO OFFER-COUNT

               MOVE SPACES TO WS-LETTER-DATA
               STRING "OFFER " WS-OFFER-ID " ADD " WS-INCREASE-AMOUNT
                   " COVER FOR " WS-ADDED-PREMIUM
                   " - REPLY BY " WS-RESPOND-DASH
                   DELIMITED BY SIZE INTO WS-LETTER-DATA
               CALL "CORRQUEUE" USING WS-LETTER-TYPE POLICY-ID
                   WS-LETTER-DATA WS-LETTER-STATUS

               DISPLAY "OFFER " WS-OFFER-ID ": POLICY " POLICY-ID
                   " +" WS-INCREASE-AMOUNT " FACE AT AGE "
                   WS-ATTAINED-AGE " FOR " WS-ADDED-PREMIUM
           ELSE
               ADD 1 TO SKIPPED-COUNT
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR STORING OFFER FOR POLICY " POLICY-ID
                   " - " SQL-ERROR-MESSAGE
           END-IF.
