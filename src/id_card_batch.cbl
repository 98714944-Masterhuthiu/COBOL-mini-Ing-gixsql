       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDCARDBATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the card vendor's production file - one fixed-format
      *> record per card, subscriber and each covered dependent,
      *> same line-sequential hand-off PAYMENTRUN gives the bank.
           SELECT ID-CARD-FILE ASSIGN TO DYNAMIC WS-CARD-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-CARD-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  ID-CARD-FILE.
       01  ID-CARD-RECORD.
           02 IC-POLICY-ID        PIC 9(9).
           02 IC-MEMBER-ID        PIC 9(9).
      *>   "P" the subscriber, "S" spouse, "C" child
           02 IC-RELATIONSHIP     PIC X(01).
           02 IC-MEMBER-NAME      PIC X(60).
           02 IC-PLAN-TYPE        PIC X(20).
           02 IC-DEDUCTIBLE       PIC 9(7)V99.
           02 IC-COPAY-PCT        PIC 9V999.
           02 IC-NETWORK          PIC X(10).
           02 IC-EFFECTIVE-DATE   PIC X(10).
      *>   "N" new issue, "C" terms changed at renewal,
      *>   "R" reinstated, "P" reprint asked for at the console
           02 IC-ISSUE-REASON     PIC X(01).
           02 IC-ISSUE-DATE       PIC X(10).
           02 IC-MAIL-TO-NAME     PIC X(60).
           02 IC-MAIL-ADDRESS     PIC X(200).

      *> member ID cards for HEALTH policies - providers verify
      *> coverage off the card instead of calling the service desk.
      *> A policy gets cards when it is newly issued, when a
      *> renewal changed its deductible or copay, when it is
      *> reinstated, and when the console queued a reprint (see
      *> IDCARDREQ). Every card sent is recorded on id_cards, which
      *> is both the reprint history and how the next run knows
      *> what the member is already carrying. Cards are mailed to
      *> the subscriber, so a subscriber whose address RETURNEDMAIL
      *> has held gets nothing until the hold clears - the policy
      *> simply comes up again on the first run after.
       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/outgen.cpy".

      *> the dated generation of ID_CARD_FILE.TXT this run writes.
       01 WS-CARD-GEN-NAME        PIC X(60).
       01 WS-CARD-GEN-ID          PIC 9(9) VALUE 0.

       01 WS-ID-CARD-STATUS     PIC X(02).
           88 ID-CARD-OK            VALUE "00".

       01 WS-POLICY-ID          PIC 9(9).
       01 WS-SUBSCRIBER-NAME    PIC X(100).
       01 WS-SUBSCRIBER-ID      PIC 9(9).
       01 WS-PREMIUM            PIC 9(7)V99.
       01 WS-START-DATE         PIC X(10).
       01 WS-CUSTOMER-STATUS    PIC X(01).
           88 SUBSCRIBER-HELD       VALUE "H".
       01 WS-MAIL-ADDRESS       PIC X(200).
       01 WS-PLAN-TYPE          PIC X(20).
       01 WS-NETWORK            PIC X(10).
       01 WS-LAST-SENT-DATE     PIC X(10).
       01 WS-LAST-DEDUCTIBLE    PIC 9(7)V99.
       01 WS-LAST-COPAY-PCT     PIC 9V999.
       01 WS-REPRINT-PENDING    PIC X(01).
       01 WS-REINSTATED         PIC X(01).
       01 WS-RENEWED            PIC X(01).

       01 WS-ISSUE-REASON       PIC X(01).
           88 NO-CARD-DUE           VALUE " ".

       01 WS-POLICY-NUMBER      PIC X(50).
       01 WS-DEDUCTIBLE         PIC 9(7)V99.
       01 WS-COPAY-PCT          PIC 9V999.

       01 WS-MEMBER-ID          PIC 9(9).
       01 WS-MEMBER-NAME        PIC X(100).
       01 WS-RELATIONSHIP       PIC X(01).
       01 WS-EFFECTIVE-DATE     PIC X(10).

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       01 WS-RUN-ACTION         PIC X(01).
       01 WS-RUN-PROGRAM        PIC X(20).
       01 WS-RUN-ID             PIC 9(9) VALUE 0.
       01 WS-RUN-STATUS         PIC X(01).
       01 WS-RUN-COUNT-1        PIC 9(7).
       01 WS-RUN-COUNT-2        PIC 9(7).
       01 WS-RUN-COUNT-3        PIC 9(7).

       01 POLICY-COUNT          PIC 9(7) VALUE 0.
       01 CARDED-POLICY-COUNT   PIC 9(7) VALUE 0.
       01 CARD-COUNT            PIC 9(7) VALUE 0.
       01 HELD-COUNT            PIC 9(7) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".
       01 WS-MEMBER-AT-END      PIC X(01).
           88 WS-MEMBER-EOF         VALUE "Y".

      *> every HEALTH policy in force, with the last card sent for
      *> it and the three things that can make a new one due since
      *> then. A policy never carded has no last card at all.
       EXEC SQL
           DECLARE CARD-CURSOR CURSOR FOR
               SELECT p.policy_id, p.customer_name, p.premium,
                   COALESCE(p.customer_id, 0), p.start_date,
                   COALESCE(cu.customer_status, 'A'),
                   COALESCE(cu.address, ' '),
                   COALESCE(p.plan_code, p.policy_type),
                   COALESCE(p.network_code, 'PPO'),
                   COALESCE(lc.sent_date, ' '),
                   COALESCE(lc.deductible, 0),
                   COALESCE(lc.copay_pct, 0),
                   CASE WHEN EXISTS
                       (SELECT 1 FROM id_card_requests q
                        WHERE q.policy_id = p.policy_id
                            AND q.request_status = 'P')
                       THEN 'Y' ELSE 'N' END,
                   CASE WHEN EXISTS
                       (SELECT 1 FROM policy_reinstatements r
                        WHERE r.policy_id = p.policy_id
                            AND r.reinstate_date > lc.sent_date)
                       THEN 'Y' ELSE 'N' END,
                   CASE WHEN EXISTS
                       (SELECT 1 FROM policy_audit a
                        WHERE a.policy_id = p.policy_id
                            AND RTRIM(a.event_type) = 'RENEW'
                            AND TO_CHAR(a.changed_at, 'YYYY-MM-DD')
                                > lc.sent_date)
                       THEN 'Y' ELSE 'N' END
               FROM policy_master p
                   LEFT JOIN customers cu
                       ON cu.customer_id = p.customer_id
                   LEFT JOIN LATERAL
                       (SELECT k.sent_date, k.deductible,
                           k.copay_pct
                        FROM id_cards k
                        WHERE k.policy_id = p.policy_id
                        ORDER BY k.card_id DESC
                        FETCH FIRST 1 ROW ONLY) lc ON TRUE
               WHERE RTRIM(p.policy_type) = 'HEALTH'
                   AND p.policy_status = 'A'
               ORDER BY p.policy_id
       END-EXEC.

      *> the dependents carried on the policy today - one card each.
       EXEC SQL
           DECLARE MEMBER-CARD-CURSOR CURSOR FOR
               SELECT m.customer_id, c.customer_name,
                   m.relationship_code, m.effective_date
               FROM covered_members m, customers c
               WHERE m.customer_id = c.customer_id
                   AND m.policy_id = :WS-POLICY-ID
                   AND m.member_status = 'A'
               ORDER BY m.customer_id
       END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY "=== MEMBER ID CARD PRODUCTION ===".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           MOVE "S" TO WS-RUN-ACTION
           MOVE "IDCARDBATCH" TO WS-RUN-PROGRAM
           MOVE SPACES TO WS-RUN-STATUS
           MOVE 0 TO WS-RUN-COUNT-1
           MOVE 0 TO WS-RUN-COUNT-2
           MOVE 0 TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           MOVE "O" TO OUTGEN-ACTION
           MOVE "IDCARDBATCH" TO OUTGEN-PROGRAM
           MOVE "ID_CARD_FILE.TXT" TO OUTGEN-BASE-NAME
           PERFORM CALL-OUTGEN

           IF OUTGEN-REFUSED
               MOVE "E" TO WS-RUN-ACTION
               MOVE "F" TO WS-RUN-STATUS
               MOVE 0 TO WS-RUN-COUNT-1
               MOVE 0 TO WS-RUN-COUNT-2
               MOVE 0 TO WS-RUN-COUNT-3
               CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
                   WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
                   WS-RUN-COUNT-2 WS-RUN-COUNT-3
               EXEC SQL COMMIT END-EXEC
               DISPLAY "=== ID CARD PRODUCTION NOT RERUN ==="
               STOP RUN
           END-IF

           MOVE OUTGEN-FILE-NAME TO WS-CARD-GEN-NAME
           MOVE OUTGEN-ID TO WS-CARD-GEN-ID

           OPEN OUTPUT ID-CARD-FILE

           EXEC SQL OPEN CARD-CURSOR END-EXEC.

           PERFORM CARD-ONE-POLICY
               UNTIL WS-EOF

           EXEC SQL CLOSE CARD-CURSOR END-EXEC.

           CLOSE ID-CARD-FILE

           MOVE "C" TO OUTGEN-ACTION
           MOVE WS-CARD-GEN-ID TO OUTGEN-ID
           MOVE CARD-COUNT TO OUTGEN-RECORD-COUNT
           MOVE 0 TO OUTGEN-CONTROL-TOTAL
           PERFORM CALL-OUTGEN

           EXEC SQL COMMIT END-EXEC.

           MOVE "E" TO WS-RUN-ACTION
           MOVE "C" TO WS-RUN-STATUS
           MOVE POLICY-COUNT TO WS-RUN-COUNT-1
           MOVE CARD-COUNT TO WS-RUN-COUNT-2
           MOVE HELD-COUNT TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           DISPLAY "HEALTH POLICIES READ : " POLICY-COUNT.
           DISPLAY "POLICIES CARDED      : " CARDED-POLICY-COUNT.
           DISPLAY "CARDS WRITTEN        : " CARD-COUNT.
           DISPLAY "HELD - BAD ADDRESS   : " HELD-COUNT.
           DISPLAY "=== ID CARD PRODUCTION COMPLETE ===".

           STOP RUN.

       CARD-ONE-POLICY.

           EXEC SQL
               FETCH CARD-CURSOR
               INTO :WS-POLICY-ID, :WS-SUBSCRIBER-NAME,
                   :WS-PREMIUM, :WS-SUBSCRIBER-ID, :WS-START-DATE,
                   :WS-CUSTOMER-STATUS, :WS-MAIL-ADDRESS,
                   :WS-PLAN-TYPE, :WS-NETWORK,
                   :WS-LAST-SENT-DATE, :WS-LAST-DEDUCTIBLE,
                   :WS-LAST-COPAY-PCT, :WS-REPRINT-PENDING,
                   :WS-REINSTATED, :WS-RENEWED
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO POLICY-COUNT
               PERFORM RESOLVE-PLAN-TERMS
               PERFORM DECIDE-CARD-DUE
               EVALUATE TRUE
                   WHEN NO-CARD-DUE
                       CONTINUE
                   WHEN SUBSCRIBER-HELD
                       ADD 1 TO HELD-COUNT
                       DISPLAY "  POLICY " WS-POLICY-ID " CARD DUE ("
                           WS-ISSUE-REASON ") - HELD, SUBSCRIBER "
                           "ADDRESS UNDELIVERABLE"
                   WHEN OTHER
                       PERFORM ISSUE-POLICY-CARDS
               END-EVALUATE
           END-IF.

      *> the card shows the plan terms the HealthPolicy class
      *> models, through the same HEALTHTERMS bridge adjudication
      *> prices against.
       RESOLVE-PLAN-TERMS.

           MOVE WS-POLICY-ID TO WS-POLICY-NUMBER
           CALL "HEALTHTERMS" USING WS-POLICY-NUMBER WS-PREMIUM
               WS-DEDUCTIBLE WS-COPAY-PCT.

      *> a renewal only makes a card due when the terms printed on
      *> the member's current card are no longer the plan's terms.
       DECIDE-CARD-DUE.

           MOVE SPACE TO WS-ISSUE-REASON

           EVALUATE TRUE
               WHEN WS-REPRINT-PENDING = "Y"
                   MOVE "P" TO WS-ISSUE-REASON
               WHEN WS-LAST-SENT-DATE = SPACES
                   MOVE "N" TO WS-ISSUE-REASON
               WHEN WS-REINSTATED = "Y"
                   MOVE "R" TO WS-ISSUE-REASON
               WHEN WS-RENEWED = "Y"
                   AND (WS-DEDUCTIBLE NOT = WS-LAST-DEDUCTIBLE
                       OR WS-COPAY-PCT NOT = WS-LAST-COPAY-PCT)
                   MOVE "C" TO WS-ISSUE-REASON
           END-EVALUATE.

       ISSUE-POLICY-CARDS.

           ADD 1 TO CARDED-POLICY-COUNT

           MOVE WS-SUBSCRIBER-ID TO WS-MEMBER-ID
           MOVE WS-SUBSCRIBER-NAME TO WS-MEMBER-NAME
           MOVE "P" TO WS-RELATIONSHIP
           MOVE WS-START-DATE TO WS-EFFECTIVE-DATE
           PERFORM WRITE-ONE-CARD

           MOVE "N" TO WS-MEMBER-AT-END

           EXEC SQL OPEN MEMBER-CARD-CURSOR END-EXEC

           PERFORM CARD-ONE-DEPENDENT
               UNTIL WS-MEMBER-EOF

           EXEC SQL CLOSE MEMBER-CARD-CURSOR END-EXEC

           IF WS-ISSUE-REASON = "P"
               PERFORM CLOSE-REPRINT-REQUESTS
           END-IF

           DISPLAY "  POLICY " WS-POLICY-ID " CARDED (REASON "
               WS-ISSUE-REASON ") DEDUCTIBLE " WS-DEDUCTIBLE
               " COPAY " WS-COPAY-PCT.

       CARD-ONE-DEPENDENT.

           EXEC SQL
               FETCH MEMBER-CARD-CURSOR
               INTO :WS-MEMBER-ID, :WS-MEMBER-NAME,
                   :WS-RELATIONSHIP, :WS-EFFECTIVE-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-MEMBER-EOF TO TRUE
           ELSE
               PERFORM WRITE-ONE-CARD
           END-IF.

      *> the card goes to the vendor and into the history together
      *> - a card the file could not take is not recorded as sent.
       WRITE-ONE-CARD.

           MOVE WS-POLICY-ID        TO IC-POLICY-ID
           MOVE WS-MEMBER-ID        TO IC-MEMBER-ID
           MOVE WS-RELATIONSHIP     TO IC-RELATIONSHIP
           MOVE WS-MEMBER-NAME      TO IC-MEMBER-NAME
           MOVE WS-PLAN-TYPE        TO IC-PLAN-TYPE
           MOVE WS-DEDUCTIBLE       TO IC-DEDUCTIBLE
           MOVE WS-COPAY-PCT        TO IC-COPAY-PCT
           MOVE WS-NETWORK          TO IC-NETWORK
           MOVE WS-EFFECTIVE-DATE   TO IC-EFFECTIVE-DATE
           MOVE WS-ISSUE-REASON     TO IC-ISSUE-REASON
           MOVE WS-TODAY-DASH       TO IC-ISSUE-DATE
           MOVE WS-SUBSCRIBER-NAME  TO IC-MAIL-TO-NAME
           MOVE WS-MAIL-ADDRESS     TO IC-MAIL-ADDRESS

           WRITE ID-CARD-RECORD

           IF ID-CARD-OK
               ADD 1 TO CARD-COUNT
               PERFORM RECORD-CARD-SENT
           ELSE
               DISPLAY "ERROR WRITING ID CARD FOR POLICY "
                   WS-POLICY-ID " MEMBER " WS-MEMBER-ID ": "
                   WS-ID-CARD-STATUS
           END-IF.

       RECORD-CARD-SENT.

           EXEC SQL
               INSERT INTO id_cards
               (policy_id, member_id, relationship_code,
                   issue_reason, plan_type, deductible, copay_pct,
                   network_code, effective_date, sent_date)
               VALUES
               (:WS-POLICY-ID, :WS-MEMBER-ID, :WS-RELATIONSHIP,
                   :WS-ISSUE-REASON, :WS-PLAN-TYPE, :WS-DEDUCTIBLE,
                   :WS-COPAY-PCT, :WS-NETWORK, :WS-EFFECTIVE-DATE,
                   :WS-TODAY-DASH)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR RECORDING ID CARD FOR POLICY "
                   WS-POLICY-ID " - " SQL-ERROR-MESSAGE
           END-IF.

       CLOSE-REPRINT-REQUESTS.

           EXEC SQL
               UPDATE id_card_requests
               SET request_status = 'C',
                   completed_date = :WS-TODAY-DASH
               WHERE policy_id = :WS-POLICY-ID
                   AND request_status = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR CLOSING REPRINT REQUEST FOR POLICY "
                   WS-POLICY-ID " - " SQL-ERROR-MESSAGE
           END-IF.

       CALL-OUTGEN.

           CALL "OUTGEN" USING OUTGEN-ACTION OUTGEN-PROGRAM
               OUTGEN-BASE-NAME OUTGEN-FILE-NAME OUTGEN-ID
               OUTGEN-RECORD-COUNT OUTGEN-CONTROL-TOTAL
               OUTGEN-STATUS.
