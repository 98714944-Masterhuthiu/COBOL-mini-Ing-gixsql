       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLICYROLE.

      *> the parties to a policy other than the insured - the owner
      *> who controls it, the payor who is billed for it, and a
      *> collateral assignee (usually a lender) holding it as
      *> security. Each is a policy_roles row linking a customers
      *> row to the policy. A policy with no owner or payor row is
      *> owned and paid for by its insured, exactly as the whole
      *> book was before roles existed, so the "N" lookup falls
      *> back to the insured and callers never need to know which
      *> kind of policy they have. Same maintenance-subprogram
      *> shape and operator gate as BENEFMAINT.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY "../copy/policy.cpy".

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       01 WS-POLICY-LOOKUP      PIC X(01).
           88 WS-POLICY-FOUND      VALUE "Y".
           88 WS-POLICY-MISSING    VALUE "N".

       01 WS-NEW-CUSTOMER-ID    PIC 9(9).
       01 WS-NEW-CUSTOMER-NAME  PIC X(100).
       01 WS-NEW-CUSTOMER-STAT  PIC X(01).
       01 WS-ACTIVE-COUNT       PIC 9(5).
       01 WS-ASSIGNED-COUNT     PIC 9(5).
       01 WS-OLD-CUSTOMER-ID    PIC 9(9).
       01 WS-OLD-NAME           PIC X(100).
       01 WS-ROLE-WORD          PIC X(08).

       01 WS-AUDIT-PROGRAM      PIC X(20).
       01 WS-AUDIT-EVENT        PIC X(20).
       01 WS-AUDIT-OLD          PIC X(100).
       01 WS-AUDIT-NEW          PIC X(100).

      *> operator gate: every mutating action needs a signed-on
      *> operator (SIGNON's session context) whose role permits it
      *> - these maintenance paths move customers' money and
      *> designations, which is exactly where internal fraud
      *> happens, and "who changed this" must have an answer.
       01 WS-GATE-OPERATOR-ID   PIC 9(9).
       01 WS-GATE-ROLE          PIC X(01).
           88 GATE-ROLE-SERVICE    VALUE "S".
           88 GATE-ROLE-SUPER      VALUE "V".
       01 WS-GATE-STATUS        PIC X(01).
           88 GATE-PERMITTED        VALUE "Y".
           88 GATE-REFUSED          VALUE "N".

       LINKAGE SECTION.

      *> "A" adds a payor or collateral assignee, "E" ends one (for
      *> an assignee, the lender's release), "O" changes the owner
      *> to LK-CUSTOMER-ID, "N" looks up who currently holds the
      *> role into LK-CUSTOMER-ID and LK-ROLE-NAME.
       01 LK-ACTION             PIC X(01).
           88 LK-ADD               VALUE "A".
           88 LK-END               VALUE "E".
           88 LK-CHANGE-OWNER      VALUE "O".
           88 LK-LOOKUP            VALUE "N".
       01 LK-POLICY-ID          PIC 9(9).
       01 LK-ROLE-TYPE          PIC X(01).
           88 LK-ROLE-OWNER        VALUE "O".
           88 LK-ROLE-PAYOR        VALUE "P".
           88 LK-ROLE-ASSIGNEE     VALUE "A".
       01 LK-CUSTOMER-ID        PIC 9(9).
       01 LK-ROLE-NAME          PIC X(100).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-POLICY-ID
           LK-ROLE-TYPE LK-CUSTOMER-ID LK-ROLE-NAME LK-STATUS.

           MOVE LK-POLICY-ID TO POLICY-ID
           SET LK-STATUS-FAILED TO TRUE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           EXEC SQL
               SELECT customer_name, COALESCE(customer_id, 0)
               INTO :CUSTOMER-NAME, :CUSTOMER-ID
               FROM policy_master
               WHERE policy_id = :POLICY-ID
           END-EXEC

           IF SQLCODE = 0
               SET WS-POLICY-FOUND TO TRUE
           ELSE
               SET WS-POLICY-MISSING TO TRUE
           END-IF

           IF LK-LOOKUP
               SET GATE-PERMITTED TO TRUE
           ELSE
               PERFORM CHECK-OPERATOR-ROLE
           END-IF

      *> the lookup is read-only and open to every caller; changing
      *> who owns, pays for or holds a policy takes the service
      *> role.
           EVALUATE TRUE
               WHEN GATE-REFUSED
                   DISPLAY "ERROR: NO SIGNED-ON OPERATOR WITH A "
                       "SERVICE ROLE - POLICY ROLE ACTION "
                       LK-ACTION " REFUSED"
               WHEN WS-POLICY-MISSING
                   DISPLAY "ERROR: POLICY " POLICY-ID " NOT FOUND, "
                       "ROLE ACTION " LK-ACTION " NOT DONE"
               WHEN NOT LK-ROLE-OWNER AND NOT LK-ROLE-PAYOR
                   AND NOT LK-ROLE-ASSIGNEE
                   DISPLAY "ERROR: UNKNOWN POLICY ROLE "
                       LK-ROLE-TYPE
               WHEN LK-LOOKUP
                   PERFORM LOOK-UP-ROLE
               WHEN LK-ADD
                   PERFORM ADD-ONE-ROLE
               WHEN LK-END
                   PERFORM END-ONE-ROLE
               WHEN LK-CHANGE-OWNER
                   PERFORM CHANGE-THE-OWNER
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN POLICY ROLE ACTION "
                       LK-ACTION
           END-EVALUATE.

           GOBACK.

      *> the role's current holder. No owner or payor row means the
      *> insured holds it; no assignee row means the policy is
      *> unassigned, returned as customer zero and a blank name.
       LOOK-UP-ROLE.

           MOVE 0 TO LK-CUSTOMER-ID
           MOVE SPACES TO LK-ROLE-NAME

           EXEC SQL
               SELECT r.customer_id, c.customer_name
               INTO :LK-CUSTOMER-ID, :LK-ROLE-NAME
               FROM policy_roles r, customers c
               WHERE r.policy_id = :POLICY-ID
                   AND r.role_type = :LK-ROLE-TYPE
                   AND r.role_status = 'A'
                   AND c.customer_id = r.customer_id
               ORDER BY r.start_date DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 0 TO LK-CUSTOMER-ID
               MOVE SPACES TO LK-ROLE-NAME
               IF NOT LK-ROLE-ASSIGNEE
                   MOVE CUSTOMER-ID TO LK-CUSTOMER-ID
                   MOVE CUSTOMER-NAME TO LK-ROLE-NAME
               END-IF
           END-IF

           SET LK-STATUS-OK TO TRUE.

      *> the owner is never added - every policy already has one,
      *> its insured, and moving it is an ownership change. A new
      *> payor replaces the old one; only one assignment can stand
      *> at a time, and a second lender has to wait for the first
      *> one's release.
       ADD-ONE-ROLE.

           PERFORM FETCH-NEW-CUSTOMER

           MOVE 0 TO WS-ACTIVE-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :WS-ACTIVE-COUNT
               FROM policy_roles
               WHERE policy_id = :POLICY-ID
                   AND role_type = :LK-ROLE-TYPE
                   AND role_status = 'A'
           END-EXEC

           EVALUATE TRUE
               WHEN LK-ROLE-OWNER
                   DISPLAY "ERROR: USE AN OWNERSHIP CHANGE TO MOVE "
                       "THE OWNER OF POLICY " POLICY-ID
               WHEN WS-NEW-CUSTOMER-NAME = SPACES
                   DISPLAY "ERROR: CUSTOMER " LK-CUSTOMER-ID
                       " NOT FOUND OR NOT ACTIVE, ROLE NOT ADDED"
               WHEN LK-ROLE-ASSIGNEE AND WS-ACTIVE-COUNT > 0
                   DISPLAY "ERROR: POLICY " POLICY-ID " IS ALREADY "
                       "COLLATERALLY ASSIGNED - RELEASE FIRST"
               WHEN OTHER
                   IF WS-ACTIVE-COUNT > 0
                       PERFORM CLOSE-ACTIVE-ROLE
                   END-IF
                   PERFORM INSERT-THE-ROLE
           END-EVALUATE.

      *> ending a role: a payor row going away returns billing to
      *> whoever else pays (the insured), an assignee row going away
      *> is the lender's release and frees the policy for surrender,
      *> loan and cancellation again.
       END-ONE-ROLE.

           IF LK-ROLE-OWNER
               DISPLAY "ERROR: A POLICY ALWAYS HAS AN OWNER - USE "
                   "AN OWNERSHIP CHANGE ON POLICY " POLICY-ID
           ELSE
               MOVE 0 TO WS-OLD-CUSTOMER-ID
               PERFORM CLOSE-ACTIVE-ROLE
               IF SQLCODE = 0 AND SQLERRD(3) > 0
                   IF LK-ROLE-ASSIGNEE
                       MOVE "ASSIGNEE-RELEASE" TO WS-AUDIT-EVENT
                   ELSE
                       MOVE "PAYOR-END" TO WS-AUDIT-EVENT
                   END-IF
                   MOVE SPACES TO WS-AUDIT-OLD
                   MOVE SPACES TO WS-AUDIT-NEW
                   STRING "ROLE=" LK-ROLE-TYPE " CUSTOMER="
                       WS-OLD-CUSTOMER-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-OLD
                   PERFORM WRITE-ROLE-AUDIT
                   DISPLAY "ROLE " LK-ROLE-TYPE " ENDED ON POLICY "
                       POLICY-ID
                   SET LK-STATUS-OK TO TRUE
               ELSE
                   DISPLAY "ERROR: NO ACTIVE ROLE " LK-ROLE-TYPE
                       " ON POLICY " POLICY-ID
               END-IF
           END-IF.

      *> the ownership change: the outgoing owner's row is closed
      *> (or, for a policy its insured has always owned, there is
      *> none to close) and the new owner's row opens today. A
      *> collateral assignee's consent is part of any transfer of
      *> ownership, so an assigned policy cannot change hands here.
       CHANGE-THE-OWNER.

           PERFORM FETCH-NEW-CUSTOMER

           MOVE 0 TO WS-ASSIGNED-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :WS-ASSIGNED-COUNT
               FROM policy_roles
               WHERE policy_id = :POLICY-ID
                   AND role_type = 'A'
                   AND role_status = 'A'
           END-EXEC

      *>   the outgoing owner for the audit trail - the lookup
      *>   works in the linkage fields, so the incoming id is held
      *>   aside while it runs
           MOVE LK-CUSTOMER-ID TO WS-NEW-CUSTOMER-ID
           PERFORM LOOK-UP-ROLE
           MOVE LK-CUSTOMER-ID TO WS-OLD-CUSTOMER-ID
           MOVE LK-ROLE-NAME TO WS-OLD-NAME
           MOVE WS-NEW-CUSTOMER-ID TO LK-CUSTOMER-ID
           SET LK-STATUS-FAILED TO TRUE

           EVALUATE TRUE
               WHEN WS-NEW-CUSTOMER-NAME = SPACES
                   DISPLAY "ERROR: CUSTOMER " LK-CUSTOMER-ID
                       " NOT FOUND OR NOT ACTIVE, OWNER NOT CHANGED"
               WHEN WS-ASSIGNED-COUNT > 0
                   DISPLAY "ERROR: POLICY " POLICY-ID " IS "
                       "COLLATERALLY ASSIGNED - OWNER NOT CHANGED "
                       "WITHOUT ASSIGNEE RELEASE"
               WHEN OTHER
                   PERFORM CLOSE-ACTIVE-ROLE
                   PERFORM INSERT-THE-ROLE
           END-EVALUATE.

      *> the customer taking the role must be a live customers row -
      *> a merged or unknown id would leave the role pointing at
      *> nobody.
       FETCH-NEW-CUSTOMER.

           MOVE SPACES TO WS-NEW-CUSTOMER-NAME
           MOVE SPACE TO WS-NEW-CUSTOMER-STAT

           EXEC SQL
               SELECT customer_name, COALESCE(customer_status, 'A')
               INTO :WS-NEW-CUSTOMER-NAME, :WS-NEW-CUSTOMER-STAT
               FROM customers
               WHERE customer_id = :LK-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-NEW-CUSTOMER-STAT = "M"
               MOVE SPACES TO WS-NEW-CUSTOMER-NAME
           END-IF.

      *> the outgoing holder's id is picked up on the way for the
      *> audit row - when there is no row to close, whatever the
      *> caller already put there stands.
       CLOSE-ACTIVE-ROLE.

           EXEC SQL
               SELECT customer_id INTO :WS-OLD-CUSTOMER-ID
               FROM policy_roles
               WHERE policy_id = :POLICY-ID
                   AND role_type = :LK-ROLE-TYPE
                   AND role_status = 'A'
               ORDER BY start_date DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EXEC SQL
               UPDATE policy_roles
               SET role_status = 'E',
                   end_date = :WS-TODAY-DASH
               WHERE policy_id = :POLICY-ID
                   AND role_type = :LK-ROLE-TYPE
                   AND role_status = 'A'
           END-EXEC.

       INSERT-THE-ROLE.

           EXEC SQL
               INSERT INTO policy_roles
               (policy_id, role_type, customer_id, start_date,
                   role_status)
               VALUES
               (:POLICY-ID, :LK-ROLE-TYPE, :LK-CUSTOMER-ID,
                   :WS-TODAY-DASH, 'A')
           END-EXEC

           IF SQLCODE = 0
               EVALUATE TRUE
                   WHEN LK-ROLE-OWNER
                       MOVE "OWNER-CHANGE" TO WS-AUDIT-EVENT
                       MOVE "OWNER" TO WS-ROLE-WORD
                   WHEN LK-ROLE-PAYOR
                       MOVE "PAYOR-ADD" TO WS-AUDIT-EVENT
                       MOVE "PAYOR" TO WS-ROLE-WORD
                   WHEN OTHER
                       MOVE "ASSIGNMENT" TO WS-AUDIT-EVENT
                       MOVE "ASSIGNEE" TO WS-ROLE-WORD
               END-EVALUATE
               MOVE SPACES TO WS-AUDIT-OLD
               MOVE SPACES TO WS-AUDIT-NEW
               IF LK-ROLE-OWNER
                   STRING WS-OLD-CUSTOMER-ID " " WS-OLD-NAME
                       DELIMITED BY SIZE INTO WS-AUDIT-OLD
               END-IF
               STRING LK-CUSTOMER-ID " " WS-NEW-CUSTOMER-NAME
                   DELIMITED BY SIZE INTO WS-AUDIT-NEW
               PERFORM WRITE-ROLE-AUDIT
               MOVE WS-NEW-CUSTOMER-NAME TO LK-ROLE-NAME
               DISPLAY WS-ROLE-WORD " OF POLICY " POLICY-ID
                   " IS NOW CUSTOMER " LK-CUSTOMER-ID
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR INSERT POLICY ROLE: " SQLCODE
                   " - " SQL-ERROR-MESSAGE
           END-IF.

       WRITE-ROLE-AUDIT.

           MOVE "POLICYROLE" TO WS-AUDIT-PROGRAM
           CALL "POLICYAUDIT" USING POLICY-ID WS-AUDIT-PROGRAM
               WS-AUDIT-EVENT WS-AUDIT-OLD WS-AUDIT-NEW.

      *> resolves the signed-on operator's role from the session
      *> context - no session, or a role below what the action
      *> needs, refuses the transaction.
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

           IF GATE-ROLE-SERVICE OR GATE-ROLE-SUPER
               SET GATE-PERMITTED TO TRUE
           END-IF.
