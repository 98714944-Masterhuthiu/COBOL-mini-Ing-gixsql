       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLICYASOF.

      *> what a policy looked like at close of business on a past
      *> date, next to what it looks like today. POLICYHIST lists the
      *> events; this replays them. Today's policy_master row is
      *> wound back through every change recorded after the as-of
      *> date, newest first, putting back each change's before
      *> value - so each field ends up holding the before value of
      *> the first change after that day, or today's value where
      *> nothing has touched it since. The changes come from the
      *> POLICYAUDIT trail (STATUS=, PREMIUM=, COVERAGE=), the
      *> endorsements ENDORSEPOLICY records and the agent moves
      *> BOOKTRANSFER records. The rider set comes off the riders'
      *> own effective and expiry dates, less any rider REMOVE-RIDER
      *> dropped on or before the day. Any field that differs from
      *> today is flagged.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/policy.cpy".

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).
       01 WS-AS-OF-8            PIC 9(8).

      *> the policy as it stood on the as-of date - starts as a copy
      *> of today's row and is wound back change by change.
       01 ASOF-POLICY-STATUS    PIC X(01).
       01 ASOF-PREMIUM          PIC 9(7)V99.
       01 ASOF-COVERAGE-AMOUNT  PIC 9(9)V99.
       01 ASOF-AGENT-ID         PIC 9(9).
       01 ASOF-PAYMENT-FREQUENCY PIC X(01).
       01 ASOF-RIDER-TOTAL      PIC 9(7)V99 VALUE 0.
       01 TODAY-RIDER-TOTAL     PIC 9(7)V99 VALUE 0.
       01 ASOF-TOTAL-PREMIUM    PIC 9(9)V99.
       01 TODAY-TOTAL-PREMIUM   PIC 9(9)V99.

       01 WS-CHANGED-AT         PIC X(19).
       01 WS-CHANGE-SOURCE      PIC X(20).
       01 WS-OLD-VALUES         PIC X(100).

      *> one KEY= token looked up in a change's before values.
       01 WS-TOKEN              PIC X(10).
       01 WS-TOKEN-LEN          PIC 9(2).
       01 WS-TOKEN-POS          PIC 9(3).
       01 WS-VALUE-START        PIC 9(3).
       01 WS-TOKEN-FLAG         PIC X(01).
           88 TOKEN-FOUND           VALUE "Y".
           88 TOKEN-NOT-FOUND       VALUE "N".
       01 WS-VALUE-TEXT         PIC X(11).
       01 WS-PREMIUM-TEXT       PIC X(09).
       01 WS-PREMIUM-VALUE REDEFINES WS-PREMIUM-TEXT
                                PIC 9(7)V99.
       01 WS-COVERAGE-TEXT      PIC X(11).
       01 WS-COVERAGE-VALUE REDEFINES WS-COVERAGE-TEXT
                                PIC 9(9)V99.
       01 WS-AGENT-TEXT         PIC X(09).
       01 WS-AGENT-VALUE REDEFINES WS-AGENT-TEXT
                                PIC 9(9).

       01 WS-RIDER-TYPE         PIC X(50).
       01 WS-RIDER-PREMIUM      PIC 9(7)V99.
       01 WS-RIDER-EFFECTIVE    PIC X(10).
       01 WS-RIDER-EXPIRY       PIC X(10).
       01 WS-RIDER-ON-ASOF      PIC X(01).
       01 WS-RIDER-ON-TODAY     PIC X(01).

      *> one line of the side-by-side comparison.
       01 WS-COMPARE-LINE.
           02 CMP-LABEL             PIC X(16).
           02 CMP-ASOF              PIC X(20).
           02 CMP-TODAY             PIC X(20).
           02 CMP-FLAG              PIC X(12).

       01 WS-EDIT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-AGENT         PIC Z(8)9.

       01 CHANGE-COUNT          PIC 9(5) VALUE 0.
       01 DIFFERENCE-COUNT      PIC 9(5) VALUE 0.
       01 RIDER-COUNT           PIC 9(5) VALUE 0.

      *> every look is logged against the signed-on operator, the
      *> same as POLICYHIST.
       01 WS-ACCESS-PROGRAM     PIC X(20) VALUE "POLICYASOF".
       01 WS-ACCESS-CUSTOMER-ID PIC 9(9) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> every change recorded after close of business on the as-of
      *> date, newest first, as before-value text in the audit
      *> trail's KEY= form. Endorsements and book transfers carry a
      *> date only, so they sort at the start of their day.
       EXEC SQL
           DECLARE CHANGE-CURSOR CURSOR FOR
               SELECT TO_CHAR(a.changed_at, 'YYYY-MM-DD HH24:MI:SS'),
                   a.source_program, COALESCE(a.old_values, ' ')
               FROM policy_audit a
               WHERE a.policy_id = :LK-POLICY-ID
                   AND CAST(a.changed_at AS DATE)
                       > CAST(:LK-AS-OF-DATE AS DATE)
                   AND COALESCE(a.old_values, ' ') NOT LIKE 'RIDER=%'
               UNION ALL
               SELECT TO_CHAR(CAST(e.endorse_date AS DATE),
                       'YYYY-MM-DD') || ' 00:00:00',
                   'ENDORSEPOLICY',
                   'PREMIUM=' ||
                       TO_CHAR(e.old_premium * 100, 'FM000000000')
                   || CASE WHEN COALESCE(e.old_coverage, 0) > 0
                       THEN ' COVERAGE=' ||
                           TO_CHAR(e.old_coverage * 100,
                               'FM00000000000')
                       ELSE '' END
               FROM endorsements e
               WHERE e.policy_id = :LK-POLICY-ID
                   AND CAST(e.endorse_date AS DATE)
                       > CAST(:LK-AS-OF-DATE AS DATE)
               UNION ALL
               SELECT TO_CHAR(CAST(b.transfer_date AS DATE),
                       'YYYY-MM-DD') || ' 00:00:00',
                   'BOOKTRANSFER',
                   'AGENT=' || TO_CHAR(b.from_agent_id, 'FM000000000')
               FROM book_transfers b
               WHERE b.policy_id = :LK-POLICY-ID
                   AND CAST(b.transfer_date AS DATE)
                       > CAST(:LK-AS-OF-DATE AS DATE)
               ORDER BY 1 DESC
       END-EXEC.

      *> every rider the policy has ever carried, with whether it
      *> was attached on the as-of date and whether it is today.
       EXEC SQL
           DECLARE ASOF-RIDER-CURSOR CURSOR FOR
               SELECT r.rider_type, r.rider_premium,
                   COALESCE(r.effective_date, ' '),
                   COALESCE(r.expiry_date, ' '),
                   CASE WHEN COALESCE(r.effective_date, '0001-01-01')
                           <= :LK-AS-OF-DATE
                       AND COALESCE(r.expiry_date, '9999-12-31')
                           >= :LK-AS-OF-DATE
                       AND NOT EXISTS
                           (SELECT 1 FROM policy_audit d
                            WHERE d.policy_id = r.policy_id
                                AND d.event_type = 'RIDER-REMOVE'
                                AND d.old_values LIKE
                                    'RIDER=' || RTRIM(r.rider_type)
                                    || ' %'
                                AND CAST(d.changed_at AS DATE)
                                    <= CAST(:LK-AS-OF-DATE AS DATE)
                                AND CAST(d.changed_at AS DATE)
                                    >= CAST(COALESCE(r.effective_date,
                                        '0001-01-01') AS DATE))
                       THEN 'Y' ELSE 'N' END,
                   CASE WHEN r.rider_status = 'A'
                       AND COALESCE(r.effective_date, '0001-01-01')
                           <= :WS-TODAY-DASH
                       AND COALESCE(r.expiry_date, '9999-12-31')
                           >= :WS-TODAY-DASH
                       THEN 'Y' ELSE 'N' END
               FROM riders r
               WHERE r.policy_id = :LK-POLICY-ID
               ORDER BY r.effective_date, r.rider_id
       END-EXEC.

       LINKAGE SECTION.

       01 LK-POLICY-ID          PIC 9(9).
       01 LK-AS-OF-DATE         PIC X(10).

       PROCEDURE DIVISION USING LK-POLICY-ID LK-AS-OF-DATE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           DISPLAY "=== POLICY " LK-POLICY-ID " AS OF "
               LK-AS-OF-DATE " ===".

           MOVE 0 TO WS-AS-OF-8
           IF LK-AS-OF-DATE(1:4) IS NUMERIC
               AND LK-AS-OF-DATE(6:2) IS NUMERIC
               AND LK-AS-OF-DATE(9:2) IS NUMERIC
               MOVE LK-AS-OF-DATE(1:4) TO WS-AS-OF-8(1:4)
               MOVE LK-AS-OF-DATE(6:2) TO WS-AS-OF-8(5:2)
               MOVE LK-AS-OF-DATE(9:2) TO WS-AS-OF-8(7:2)
           END-IF

           MOVE LK-POLICY-ID TO POLICY-ID

           EXEC SQL
               SELECT policy_type, start_date, policy_status,
                   premium, COALESCE(coverage_amount, 0),
                   COALESCE(agent_id, 0),
                   COALESCE(payment_frequency, 'A')
               INTO :POLICY-TYPE, :START-DATE, :POLICY-STATUS,
                   :PREMIUM, :COVERAGE-AMOUNT, :AGENT-ID,
                   :PAYMENT-FREQUENCY
               FROM policy_master
               WHERE policy_id = :POLICY-ID
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-AS-OF-8 = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-AS-OF-8) NOT = 0
                   DISPLAY "ERROR: AS-OF DATE " LK-AS-OF-DATE
                       " IS NOT A VALID DATE"
               WHEN LK-AS-OF-DATE > WS-TODAY-DASH
                   DISPLAY "ERROR: AS-OF DATE " LK-AS-OF-DATE
                       " IS IN THE FUTURE"
               WHEN SQLCODE = 100
                   DISPLAY "POLICY NOT FOUND: " POLICY-ID
               WHEN SQLCODE NOT = 0
                   MOVE SQLCODE TO SQL-ERROR-CODE
                   CALL "SQLMSG" USING SQL-ERROR-CODE
                       SQL-ERROR-MESSAGE
                   DISPLAY "ERROR SELECT POLICY: " SQLCODE
                       " - " SQL-ERROR-MESSAGE
               WHEN START-DATE > LK-AS-OF-DATE
                   CALL "ACCESSLOG" USING WS-ACCESS-PROGRAM
                       WS-ACCESS-CUSTOMER-ID POLICY-ID
                   DISPLAY "POLICY " POLICY-ID " STARTED "
                       START-DATE " - NOT YET IN FORCE ON "
                       LK-AS-OF-DATE
               WHEN OTHER
                   CALL "ACCESSLOG" USING WS-ACCESS-PROGRAM
                       WS-ACCESS-CUSTOMER-ID POLICY-ID
                   PERFORM REBUILD-AS-OF-POLICY
                   PERFORM PRINT-POLICY-COMPARISON
                   PERFORM PRINT-RIDER-COMPARISON
                   DISPLAY "-----------------------------"
                   DISPLAY "CHANGES UNWOUND  : " CHANGE-COUNT
                   DISPLAY "FIELDS DIFFERENT : " DIFFERENCE-COUNT
           END-EVALUATE.

           DISPLAY "=== END OF AS-OF INQUIRY ===".

           GOBACK.

      *> the payment frequency is set at issue and nothing changes
      *> it afterwards, so it carries back unchanged.
       REBUILD-AS-OF-POLICY.

           MOVE POLICY-STATUS TO ASOF-POLICY-STATUS
           MOVE PREMIUM TO ASOF-PREMIUM
           MOVE COVERAGE-AMOUNT TO ASOF-COVERAGE-AMOUNT
           MOVE AGENT-ID TO ASOF-AGENT-ID
           MOVE PAYMENT-FREQUENCY TO ASOF-PAYMENT-FREQUENCY

           MOVE "N" TO WS-AT-END

           EXEC SQL OPEN CHANGE-CURSOR END-EXEC

           PERFORM UNWIND-ONE-CHANGE
               UNTIL WS-EOF

           EXEC SQL CLOSE CHANGE-CURSOR END-EXEC.

       UNWIND-ONE-CHANGE.

           EXEC SQL
               FETCH CHANGE-CURSOR
               INTO :WS-CHANGED-AT, :WS-CHANGE-SOURCE,
                   :WS-OLD-VALUES
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO CHANGE-COUNT

               MOVE "STATUS=" TO WS-TOKEN
               MOVE 7 TO WS-TOKEN-LEN
               PERFORM FIND-OLD-VALUE
               IF TOKEN-FOUND
                   AND WS-VALUE-TEXT(1:1) NOT = SPACE
                   MOVE WS-VALUE-TEXT(1:1) TO ASOF-POLICY-STATUS
               END-IF

               MOVE "PREMIUM=" TO WS-TOKEN
               MOVE 8 TO WS-TOKEN-LEN
               PERFORM FIND-OLD-VALUE
               MOVE WS-VALUE-TEXT(1:9) TO WS-PREMIUM-TEXT
               IF TOKEN-FOUND AND WS-PREMIUM-TEXT IS NUMERIC
                   MOVE WS-PREMIUM-VALUE TO ASOF-PREMIUM
               END-IF

               MOVE "COVERAGE=" TO WS-TOKEN
               MOVE 9 TO WS-TOKEN-LEN
               PERFORM FIND-OLD-VALUE
               MOVE WS-VALUE-TEXT(1:11) TO WS-COVERAGE-TEXT
               IF TOKEN-FOUND AND WS-COVERAGE-TEXT IS NUMERIC
                   MOVE WS-COVERAGE-VALUE TO ASOF-COVERAGE-AMOUNT
               END-IF

               MOVE "AGENT=" TO WS-TOKEN
               MOVE 6 TO WS-TOKEN-LEN
               PERFORM FIND-OLD-VALUE
               MOVE WS-VALUE-TEXT(1:9) TO WS-AGENT-TEXT
               IF TOKEN-FOUND AND WS-AGENT-TEXT IS NUMERIC
                   MOVE WS-AGENT-VALUE TO ASOF-AGENT-ID
               END-IF
           END-IF.

      *> the text following WS-TOKEN in the change's before values,
      *> when the token is there.
       FIND-OLD-VALUE.

           SET TOKEN-NOT-FOUND TO TRUE
           MOVE SPACES TO WS-VALUE-TEXT
           MOVE 0 TO WS-TOKEN-POS

           INSPECT WS-OLD-VALUES TALLYING WS-TOKEN-POS
               FOR CHARACTERS BEFORE INITIAL
                   WS-TOKEN(1:WS-TOKEN-LEN)

           COMPUTE WS-VALUE-START = WS-TOKEN-POS + WS-TOKEN-LEN + 1

           IF WS-TOKEN-POS < 100
               AND WS-VALUE-START NOT > 90
               SET TOKEN-FOUND TO TRUE
               MOVE WS-OLD-VALUES(WS-VALUE-START:11)
                   TO WS-VALUE-TEXT
           END-IF.

       PRINT-POLICY-COMPARISON.

           DISPLAY "POLICY TYPE     : " POLICY-TYPE
           DISPLAY "START DATE      : " START-DATE

           MOVE SPACES TO WS-COMPARE-LINE
           MOVE "FIELD" TO CMP-LABEL
           MOVE LK-AS-OF-DATE TO CMP-ASOF
           MOVE "TODAY" TO CMP-TODAY
           DISPLAY WS-COMPARE-LINE

           MOVE SPACES TO WS-COMPARE-LINE
           MOVE "STATUS" TO CMP-LABEL
           MOVE ASOF-POLICY-STATUS TO CMP-ASOF
           MOVE POLICY-STATUS TO CMP-TODAY
           PERFORM SHOW-COMPARE-LINE

           MOVE SPACES TO WS-COMPARE-LINE
           MOVE "BASE PREMIUM" TO CMP-LABEL
           MOVE ASOF-PREMIUM TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO CMP-ASOF
           MOVE PREMIUM TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO CMP-TODAY
           PERFORM SHOW-COMPARE-LINE

           MOVE SPACES TO WS-COMPARE-LINE
           MOVE "COVERAGE" TO CMP-LABEL
           MOVE ASOF-COVERAGE-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO CMP-ASOF
           MOVE COVERAGE-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO CMP-TODAY
           PERFORM SHOW-COMPARE-LINE

           MOVE SPACES TO WS-COMPARE-LINE
           MOVE "PAY FREQUENCY" TO CMP-LABEL
           MOVE ASOF-PAYMENT-FREQUENCY TO CMP-ASOF
           MOVE PAYMENT-FREQUENCY TO CMP-TODAY
           PERFORM SHOW-COMPARE-LINE

           MOVE SPACES TO WS-COMPARE-LINE
           MOVE "AGENT" TO CMP-LABEL
           MOVE ASOF-AGENT-ID TO WS-EDIT-AGENT
           MOVE WS-EDIT-AGENT TO CMP-ASOF
           MOVE AGENT-ID TO WS-EDIT-AGENT
           MOVE WS-EDIT-AGENT TO CMP-TODAY
           PERFORM SHOW-COMPARE-LINE.

      *> total premium is never stored - base plus every attached
      *> rider, the same sum REMOVE-RIDER recomputes - so it is
      *> compared once the rider set is known.
       PRINT-RIDER-COMPARISON.

           DISPLAY "RIDERS          ON " LK-AS-OF-DATE
               "  TODAY"

           MOVE "N" TO WS-AT-END

           EXEC SQL OPEN ASOF-RIDER-CURSOR END-EXEC

           PERFORM COMPARE-ONE-RIDER
               UNTIL WS-EOF

           EXEC SQL CLOSE ASOF-RIDER-CURSOR END-EXEC

           IF RIDER-COUNT = 0
               DISPLAY "  (NO RIDERS ON FILE)"
           END-IF

           COMPUTE ASOF-TOTAL-PREMIUM =
               ASOF-PREMIUM + ASOF-RIDER-TOTAL
           COMPUTE TODAY-TOTAL-PREMIUM =
               PREMIUM + TODAY-RIDER-TOTAL

           MOVE SPACES TO WS-COMPARE-LINE
           MOVE "TOTAL PREMIUM" TO CMP-LABEL
           MOVE ASOF-TOTAL-PREMIUM TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO CMP-ASOF
           MOVE TODAY-TOTAL-PREMIUM TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO CMP-TODAY
           PERFORM SHOW-COMPARE-LINE.

       COMPARE-ONE-RIDER.

           EXEC SQL
               FETCH ASOF-RIDER-CURSOR
               INTO :WS-RIDER-TYPE, :WS-RIDER-PREMIUM,
                   :WS-RIDER-EFFECTIVE, :WS-RIDER-EXPIRY,
                   :WS-RIDER-ON-ASOF, :WS-RIDER-ON-TODAY
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO RIDER-COUNT

               IF WS-RIDER-ON-ASOF = "Y"
                   ADD WS-RIDER-PREMIUM TO ASOF-RIDER-TOTAL
               END-IF
               IF WS-RIDER-ON-TODAY = "Y"
                   ADD WS-RIDER-PREMIUM TO TODAY-RIDER-TOTAL
               END-IF

               IF WS-RIDER-ON-ASOF NOT = WS-RIDER-ON-TODAY
                   ADD 1 TO DIFFERENCE-COUNT
                   DISPLAY "  " WS-RIDER-TYPE(1:20) " "
                       WS-RIDER-ON-ASOF "           "
                       WS-RIDER-ON-TODAY "      *** CHANGED"
               ELSE
                   DISPLAY "  " WS-RIDER-TYPE(1:20) " "
                       WS-RIDER-ON-ASOF "           "
                       WS-RIDER-ON-TODAY
               END-IF
               DISPLAY "      FROM " WS-RIDER-EFFECTIVE " TO "
                   WS-RIDER-EXPIRY " PREMIUM " WS-RIDER-PREMIUM
           END-IF.

       SHOW-COMPARE-LINE.

           IF CMP-ASOF NOT = CMP-TODAY
               MOVE "*** CHANGED" TO CMP-FLAG
               ADD 1 TO DIFFERENCE-COUNT
           END-IF

           DISPLAY WS-COMPARE-LINE.
