       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGALHOLD.

      *> the legal hold register: when litigation or a regulatory
      *> exam starts, legal names the matter, the requesting
      *> counsel, what is to be preserved - a policy, a claim or a
      *> customer - and the dates the hold runs. While a hold is in
      *> force LEGALHOLDCHK refuses every purge, merge, escheat and
      *> archive of the record, and logs what it stopped. Placing
      *> and releasing a hold is a supervisor's act; a released hold
      *> stays on the register for the history.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-TARGET-COUNT       PIC 9(7).

       01 WS-HOLD-ID            PIC 9(9).
       01 WS-SCOPE              PIC X(01).
       01 WS-TARGET-ID          PIC 9(9).
       01 WS-MATTER             PIC X(40).
       01 WS-COUNSEL            PIC X(60).
       01 WS-FROM-DATE          PIC X(10).
       01 WS-TO-DATE            PIC X(10).
       01 WS-BLOCK-COUNT        PIC 9(7).

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       01 HOLD-COUNT            PIC 9(7) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> operator gate, as in CUSTOMERMAINT: a signed-on operator
      *> whose role is supervisor - a hold stops the system doing
      *> what it otherwise must, and lifting one lets it go ahead.
       01 WS-GATE-OPERATOR-ID   PIC 9(9).
       01 WS-GATE-ROLE          PIC X(01).
           88 GATE-ROLE-SERVICE    VALUE "S".
           88 GATE-ROLE-SUPER      VALUE "V".
       01 WS-GATE-STATUS        PIC X(01).
           88 GATE-PERMITTED        VALUE "Y".
           88 GATE-REFUSED          VALUE "N".

       EXEC SQL
           DECLARE ACTIVE-HOLD-CURSOR CURSOR FOR
               SELECT hold_id, scope_type, target_id, matter,
                   counsel, from_date, COALESCE(to_date, ' ')
               FROM legal_holds
               WHERE hold_status = 'A'
               ORDER BY hold_id
       END-EXEC.

       LINKAGE SECTION.

      *> "P" places a hold, "R" releases LK-HOLD-ID, "L" lists the
      *> holds in force. The scope is "P" policy, "C" claim or "U"
      *> customer, with LK-TARGET-ID the policy, claim or customer
      *> id. A blank to-date holds until released.
       01 LK-ACTION             PIC X(01).
           88 LK-PLACE             VALUE "P".
           88 LK-RELEASE           VALUE "R".
           88 LK-LIST-ACTIVE       VALUE "L".
       01 LK-HOLD-ID            PIC 9(9).
       01 LK-SCOPE              PIC X(01).
           88 LK-SCOPE-POLICY      VALUE "P".
           88 LK-SCOPE-CLAIM       VALUE "C".
           88 LK-SCOPE-CUSTOMER    VALUE "U".
       01 LK-TARGET-ID          PIC 9(9).
       01 LK-MATTER             PIC X(40).
       01 LK-COUNSEL            PIC X(60).
       01 LK-FROM-DATE          PIC X(10).
       01 LK-TO-DATE            PIC X(10).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-HOLD-ID LK-SCOPE
           LK-TARGET-ID LK-MATTER LK-COUNSEL LK-FROM-DATE
           LK-TO-DATE LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           PERFORM CHECK-OPERATOR-ROLE

           EVALUATE TRUE
               WHEN LK-LIST-ACTIVE
                   PERFORM LIST-ACTIVE-HOLDS
               WHEN NOT GATE-ROLE-SUPER
                   DISPLAY "ERROR: LEGAL HOLDS ARE MAINTAINED BY A "
                       "SUPERVISOR - ACTION " LK-ACTION " REFUSED"
               WHEN LK-PLACE
                   PERFORM PLACE-ONE-HOLD
               WHEN LK-RELEASE
                   PERFORM RELEASE-ONE-HOLD
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN LEGAL HOLD ACTION "
                       LK-ACTION
           END-EVALUATE.

           GOBACK.

       PLACE-ONE-HOLD.

           IF LK-FROM-DATE = SPACES
               MOVE WS-TODAY-DASH TO LK-FROM-DATE
           END-IF

           PERFORM CHECK-HOLD-TARGET

           EVALUATE TRUE
               WHEN NOT LK-SCOPE-POLICY AND NOT LK-SCOPE-CLAIM
                   AND NOT LK-SCOPE-CUSTOMER
                   DISPLAY "ERROR: HOLD SCOPE MUST BE P, C OR U"
               WHEN WS-TARGET-COUNT = 0
                   DISPLAY "ERROR: NOTHING TO HOLD - " LK-SCOPE " "
                       LK-TARGET-ID " IS NOT ON FILE"
               WHEN LK-MATTER = SPACES OR LK-COUNSEL = SPACES
                   DISPLAY "ERROR: A HOLD NEEDS THE MATTER AND THE "
                       "REQUESTING COUNSEL"
               WHEN LK-TO-DATE NOT = SPACES
                   AND LK-TO-DATE < LK-FROM-DATE
                   DISPLAY "ERROR: HOLD ENDS BEFORE IT BEGINS"
               WHEN OTHER
                   PERFORM INSERT-THE-HOLD
           END-EVALUATE.

      *> a hold names a record on the live tables - one ARCHIVEPURGE
      *> already took comes back through ARCHIVERETRIEVE first, so
      *> a typo in the id can never hold nothing and look done.
       CHECK-HOLD-TARGET.

           MOVE 0 TO WS-TARGET-COUNT

           EVALUATE TRUE
               WHEN LK-SCOPE-POLICY
                   EXEC SQL
                       SELECT COUNT(*) INTO :WS-TARGET-COUNT
                       FROM policy_master
                       WHERE policy_id = :LK-TARGET-ID
                   END-EXEC
               WHEN LK-SCOPE-CLAIM
                   EXEC SQL
                       SELECT COUNT(*) INTO :WS-TARGET-COUNT
                       FROM claims
                       WHERE claim_id = :LK-TARGET-ID
                   END-EXEC
               WHEN LK-SCOPE-CUSTOMER
                   EXEC SQL
                       SELECT COUNT(*) INTO :WS-TARGET-COUNT
                       FROM customers
                       WHERE customer_id = :LK-TARGET-ID
                   END-EXEC
           END-EVALUATE.

       INSERT-THE-HOLD.

           IF LK-TO-DATE = SPACES
               EXEC SQL
                   INSERT INTO legal_holds
                   (scope_type, target_id, matter, counsel,
                       from_date, to_date, hold_status, placed_by,
                       placed_date)
                   VALUES
                   (:LK-SCOPE, :LK-TARGET-ID, :LK-MATTER,
                       :LK-COUNSEL, :LK-FROM-DATE, NULL, 'A',
                       :WS-GATE-OPERATOR-ID, :WS-TODAY-DASH)
                   RETURNING hold_id INTO :LK-HOLD-ID
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO legal_holds
                   (scope_type, target_id, matter, counsel,
                       from_date, to_date, hold_status, placed_by,
                       placed_date)
                   VALUES
                   (:LK-SCOPE, :LK-TARGET-ID, :LK-MATTER,
                       :LK-COUNSEL, :LK-FROM-DATE, :LK-TO-DATE, 'A',
                       :WS-GATE-OPERATOR-ID, :WS-TODAY-DASH)
                   RETURNING hold_id INTO :LK-HOLD-ID
               END-EXEC
           END-IF

           IF SQLCODE = 0
               SET LK-STATUS-OK TO TRUE
               DISPLAY "LEGAL HOLD " LK-HOLD-ID " PLACED ON "
                   LK-SCOPE " " LK-TARGET-ID " - " LK-MATTER
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR PLACING LEGAL HOLD - "
                   SQL-ERROR-MESSAGE
           END-IF.

       RELEASE-ONE-HOLD.

           EXEC SQL
               UPDATE legal_holds
               SET hold_status = 'R',
                   released_by = :WS-GATE-OPERATOR-ID,
                   released_date = :WS-TODAY-DASH
               WHERE hold_id = :LK-HOLD-ID
                   AND hold_status = 'A'
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
               SET LK-STATUS-OK TO TRUE
               DISPLAY "LEGAL HOLD " LK-HOLD-ID " RELEASED BY "
                   WS-GATE-OPERATOR-ID
           ELSE
               DISPLAY "ERROR: LEGAL HOLD " LK-HOLD-ID
                   " IS NOT IN FORCE"
           END-IF.

       LIST-ACTIVE-HOLDS.

           DISPLAY "--- LEGAL HOLDS IN FORCE ---".

           EXEC SQL OPEN ACTIVE-HOLD-CURSOR END-EXEC.

           PERFORM LIST-ONE-HOLD
               UNTIL WS-EOF

           EXEC SQL CLOSE ACTIVE-HOLD-CURSOR END-EXEC.

           DISPLAY "HOLDS IN FORCE: " HOLD-COUNT.

           SET LK-STATUS-OK TO TRUE.

       LIST-ONE-HOLD.

           EXEC SQL
               FETCH ACTIVE-HOLD-CURSOR
               INTO :WS-HOLD-ID, :WS-SCOPE, :WS-TARGET-ID,
                   :WS-MATTER, :WS-COUNSEL, :WS-FROM-DATE,
                   :WS-TO-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO HOLD-COUNT
               MOVE 0 TO WS-BLOCK-COUNT

               EXEC SQL
                   SELECT COUNT(*) INTO :WS-BLOCK-COUNT
                   FROM legal_hold_blocks
                   WHERE hold_id = :WS-HOLD-ID
               END-EXEC

               DISPLAY "  HOLD " WS-HOLD-ID " " WS-SCOPE " "
                   WS-TARGET-ID " " WS-FROM-DATE " TO " WS-TO-DATE
                   " BLOCKED " WS-BLOCK-COUNT
               DISPLAY "    " WS-MATTER " - " WS-COUNSEL
           END-IF.

      *> resolves the signed-on operator's role from the session
      *> context - no session, or a role below supervisor, refuses
      *> the change.
       CHECK-OPERATOR-ROLE.

           SET GATE-REFUSED TO TRUE
           MOVE 0 TO WS-GATE-OPERATOR-ID
           MOVE SPACE TO WS-GATE-ROLE

           EXEC SQL
               SELECT COALESCE(MAX(operator_id), 0)
               INTO :WS-GATE-OPERATOR-ID
               FROM operator_context
           END-EXEC

           IF WS-GATE-OPERATOR-ID > 0
               EXEC SQL
                   SELECT operator_role INTO :WS-GATE-ROLE
                   FROM operators
                   WHERE operator_id = :WS-GATE-OPERATOR-ID
                       AND operator_status = 'A'
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE SPACE TO WS-GATE-ROLE
               END-IF
           END-IF

           IF GATE-ROLE-SUPER
               SET GATE-PERMITTED TO TRUE
           END-IF.
