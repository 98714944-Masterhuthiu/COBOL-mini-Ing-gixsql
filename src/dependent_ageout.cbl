       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPAGEOUT.

      *> the nightly dependent age-out: a child covered on a HEALTH
      *> policy stays covered up to the plan's dependent age limit
      *> and no further. Every active child member who has reached
      *> it is terminated as of the day before the birthday that
      *> took them over, the subscriber is sent a notice, and the
      *> policy is repriced through RATEPOLICY so the premium stops
      *> carrying a member the plan no longer covers. Claims for
      *> care on or before the termination date still verify
      *> through COVEREDMEMBER; anything after it is denied.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY "../copy/policy.cpy".

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 DEPENDENT-AGE-LIMIT   PIC 9(2) VALUE 26.

       01 WS-MEMBER-ID          PIC 9(9).
       01 WS-MEMBER-NAME        PIC X(100).
       01 WS-MASKED-NAME        PIC X(100).
       01 WS-DATE-OF-BIRTH      PIC X(10).
       01 WS-TERMINATION-DATE   PIC X(10).
       01 WS-ROW-VERSION        PIC 9(9).
       01 WS-NEW-PREMIUM        PIC 9(9)V99.
       01 WS-POLICY-NUMBER      PIC X(50).

      *> the cursor arrives ordered by policy, so a policy losing
      *> two children the same night is repriced once, on the
      *> break, with both of them already gone.
       01 WS-PREV-POLICY-ID     PIC 9(9) VALUE 0.

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       01 WS-AUDIT-PROGRAM      PIC X(20) VALUE "DEPAGEOUT".
       01 WS-AUDIT-EVENT        PIC X(20).
       01 WS-AUDIT-OLD          PIC X(100).
       01 WS-AUDIT-NEW          PIC X(100).

       01 WS-LETTER-TYPE        PIC X(14) VALUE "DEP-AGEOUT".
       01 WS-LETTER-DATA        PIC X(100).
       01 WS-LETTER-STATUS      PIC X(01).
           88 WS-LETTER-OK         VALUE "Y".
           88 WS-LETTER-FAILED     VALUE "N".

       01 WS-RUN-ACTION         PIC X(01).
       01 WS-RUN-PROGRAM        PIC X(20).
       01 WS-RUN-ID             PIC 9(9) VALUE 0.
       01 WS-RUN-STATUS         PIC X(01).
       01 WS-RUN-COUNT-1        PIC 9(7).
       01 WS-RUN-COUNT-2        PIC 9(7).
       01 WS-RUN-COUNT-3        PIC 9(7).

       01 MEMBER-COUNT          PIC 9(7) VALUE 0.
       01 TERMINATED-COUNT      PIC 9(7) VALUE 0.
       01 NOTICE-COUNT          PIC 9(7) VALUE 0.
       01 REPRICED-COUNT        PIC 9(7) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> active child members whose birthday at the age limit has
      *> come - a member with no date of birth on file cannot be
      *> aged and is left for the service desk.
       EXEC SQL
           DECLARE AGEOUT-CURSOR CURSOR FOR
               SELECT m.policy_id, m.customer_id, c.customer_name,
                   c.date_of_birth,
                   TO_CHAR(c.date_of_birth::date
                       + :DEPENDENT-AGE-LIMIT * INTERVAL '1 year'
                       - INTERVAL '1 day', 'YYYY-MM-DD')
               FROM covered_members m, customers c
               WHERE m.customer_id = c.customer_id
                   AND m.member_status = 'A'
                   AND m.relationship_code = 'C'
                   AND c.date_of_birth IS NOT NULL
                   AND c.date_of_birth::date
                       + :DEPENDENT-AGE-LIMIT * INTERVAL '1 year'
                       <= :WS-TODAY-DASH::date
               ORDER BY m.policy_id, m.customer_id
       END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY "=== NIGHTLY DEPENDENT AGE-OUT ===".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           MOVE "S" TO WS-RUN-ACTION
           MOVE "DEPAGEOUT" TO WS-RUN-PROGRAM
           MOVE SPACES TO WS-RUN-STATUS
           MOVE 0 TO WS-RUN-COUNT-1
           MOVE 0 TO WS-RUN-COUNT-2
           MOVE 0 TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           EXEC SQL OPEN AGEOUT-CURSOR END-EXEC.

           PERFORM AGE-OUT-ONE-MEMBER
               UNTIL WS-EOF

           EXEC SQL CLOSE AGEOUT-CURSOR END-EXEC.

           IF WS-PREV-POLICY-ID > 0
               PERFORM REPRICE-THE-POLICY
           END-IF

           EXEC SQL COMMIT END-EXEC.

           MOVE "E" TO WS-RUN-ACTION
           MOVE "C" TO WS-RUN-STATUS
           MOVE MEMBER-COUNT TO WS-RUN-COUNT-1
           MOVE TERMINATED-COUNT TO WS-RUN-COUNT-2
           MOVE REPRICED-COUNT TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           DISPLAY "DEPENDENTS AT AGE LIMIT: " MEMBER-COUNT.
           DISPLAY "COVERAGE TERMINATED    : " TERMINATED-COUNT.
           DISPLAY "NOTICES QUEUED         : " NOTICE-COUNT.
           DISPLAY "POLICIES REPRICED      : " REPRICED-COUNT.
           DISPLAY "=== DEPENDENT AGE-OUT COMPLETE ===".

           STOP RUN.

       AGE-OUT-ONE-MEMBER.

           EXEC SQL
               FETCH AGEOUT-CURSOR
               INTO :POLICY-ID, :WS-MEMBER-ID, :WS-MEMBER-NAME,
                   :WS-DATE-OF-BIRTH, :WS-TERMINATION-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO MEMBER-COUNT
               IF POLICY-ID NOT = WS-PREV-POLICY-ID
                   AND WS-PREV-POLICY-ID > 0
                   PERFORM REPRICE-THE-POLICY
               END-IF
               MOVE POLICY-ID TO WS-PREV-POLICY-ID
               PERFORM TERMINATE-THE-MEMBER
           END-IF.

      *> the batch has no operator session, so it ends the coverage
      *> row itself rather than through COVEREDMEMBER's gated "T" -
      *> the same row change, with the same audit event.
       TERMINATE-THE-MEMBER.

           EXEC SQL
               UPDATE covered_members
               SET member_status = 'T',
                   termination_date = :WS-TERMINATION-DATE
               WHERE policy_id = :POLICY-ID
                   AND customer_id = :WS-MEMBER-ID
                   AND member_status = 'A'
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
               ADD 1 TO TERMINATED-COUNT

               MOVE "MEMBER-TERM" TO WS-AUDIT-EVENT
               MOVE SPACES TO WS-AUDIT-OLD
               MOVE SPACES TO WS-AUDIT-NEW
               STRING WS-MEMBER-ID " ACTIVE" DELIMITED BY SIZE
                   INTO WS-AUDIT-OLD
               STRING WS-MEMBER-ID " ENDS " WS-TERMINATION-DATE
                   " AGE LIMIT" DELIMITED BY SIZE
                   INTO WS-AUDIT-NEW
               CALL "POLICYAUDIT" USING POLICY-ID WS-AUDIT-PROGRAM
                   WS-AUDIT-EVENT WS-AUDIT-OLD WS-AUDIT-NEW

               CALL "MASKPII" USING WS-MEMBER-NAME WS-MASKED-NAME
               DISPLAY "AGED OUT: POLICY " POLICY-ID " MEMBER "
                   WS-MEMBER-ID " " WS-MASKED-NAME(1:30)
                   " ENDS " WS-TERMINATION-DATE

               PERFORM QUEUE-AGEOUT-NOTICE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR TERMINATING MEMBER " WS-MEMBER-ID
                   " ON POLICY " POLICY-ID " - " SQL-ERROR-MESSAGE
           END-IF.

      *> the notice goes to the policy, which CORRQUEUE addresses to
      *> the owner - the subscriber - not to the child.
       QUEUE-AGEOUT-NOTICE.

           MOVE SPACES TO WS-LETTER-DATA
           STRING WS-MEMBER-NAME DELIMITED BY "  "
               " - COVERAGE ENDS " DELIMITED BY SIZE
               WS-TERMINATION-DATE DELIMITED BY SIZE
               INTO WS-LETTER-DATA

           CALL "CORRQUEUE" USING WS-LETTER-TYPE POLICY-ID
               WS-LETTER-DATA WS-LETTER-STATUS

           IF WS-LETTER-OK
               ADD 1 TO NOTICE-COUNT
           ELSE
               DISPLAY "WARNING: AGE-OUT NOTICE NOT QUEUED FOR "
                   "POLICY " POLICY-ID
           END-IF.

      *> the member count is part of the HEALTH rating, so the
      *> policy reprices through the same RATEPOLICY dispatch and
      *> row-version guard PREMIUMBATCH uses.
       REPRICE-THE-POLICY.

           MOVE WS-PREV-POLICY-ID TO POLICY-ID

           EXEC SQL
               SELECT policy_type, premium, currency_code,
                   COALESCE(row_version, 0)
               INTO :POLICY-TYPE, :PREMIUM, :CURRENCY-CODE,
                   :WS-ROW-VERSION
               FROM policy_master
               WHERE policy_id = :POLICY-ID
                   AND policy_status = 'A'
           END-EXEC

           IF SQLCODE = 0
               MOVE POLICY-ID TO WS-POLICY-NUMBER
               CALL "RATEPOLICY" USING POLICY-TYPE WS-POLICY-NUMBER
                   PREMIUM WS-NEW-PREMIUM CURRENCY-CODE
               PERFORM UPDATE-POLICY-PREMIUM
           END-IF.

       UPDATE-POLICY-PREMIUM.

           EXEC SQL
               UPDATE policy_master
               SET premium = :WS-NEW-PREMIUM,
                   row_version = :WS-ROW-VERSION + 1
               WHERE policy_id = :POLICY-ID
                   AND COALESCE(row_version, 0) = :WS-ROW-VERSION
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
               ADD 1 TO REPRICED-COUNT
               MOVE "MEMBER-RERATE" TO WS-AUDIT-EVENT
               MOVE SPACES TO WS-AUDIT-OLD
               MOVE SPACES TO WS-AUDIT-NEW
               STRING "PREMIUM=" PREMIUM DELIMITED BY SIZE
                   INTO WS-AUDIT-OLD
               STRING "PREMIUM=" WS-NEW-PREMIUM DELIMITED BY SIZE
                   INTO WS-AUDIT-NEW
               CALL "POLICYAUDIT" USING POLICY-ID WS-AUDIT-PROGRAM
                   WS-AUDIT-EVENT WS-AUDIT-OLD WS-AUDIT-NEW
           ELSE
               DISPLAY "WARNING: POLICY " POLICY-ID " NOT REPRICED "
                   "- LEFT FOR THE NIGHTLY RECOMPUTE"
           END-IF.
