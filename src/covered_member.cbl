       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVEREDMEMBER.

      *> the people a HEALTH policy covers besides its subscriber -
      *> a spouse or a dependent child - each a covered_members row
      *> tying a customers row to the policy with a relationship
      *> code and its own effective and termination dates. The
      *> subscriber (the policy's own insured) is never a row here:
      *> they are covered for as long as the policy is, so the "V"
      *> verify answers yes for them without a lookup, and a claim
      *> naming member zero means the subscriber. A member's row is
      *> never deleted when coverage ends - claims for care before
      *> the termination date still have to verify. Same
      *> maintenance-subprogram shape and operator gate as
      *> POLICYROLE.
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

       01 WS-MEMBER-NAME        PIC X(100).
       01 WS-MEMBER-STAT        PIC X(01).
       01 WS-ACTIVE-COUNT       PIC 9(5).
       01 WS-COVERED-COUNT      PIC 9(5).

       01 WS-AUDIT-PROGRAM      PIC X(20).
       01 WS-AUDIT-EVENT        PIC X(20).
       01 WS-AUDIT-OLD          PIC X(100).
       01 WS-AUDIT-NEW          PIC X(100).

      *> operator gate: adding or ending a member changes who the
      *> plan pays for and what it charges, so it takes a signed-on
      *> operator with the service role, as POLICYROLE does.
       01 WS-GATE-OPERATOR-ID   PIC 9(9).
       01 WS-GATE-ROLE          PIC X(01).
           88 GATE-ROLE-SERVICE    VALUE "S".
           88 GATE-ROLE-SUPER      VALUE "V".
       01 WS-GATE-STATUS        PIC X(01).
           88 GATE-PERMITTED        VALUE "Y".
           88 GATE-REFUSED          VALUE "N".

       LINKAGE SECTION.

      *> "A" adds LK-CUSTOMER-ID as a member from LK-EFFECTIVE-DATE,
      *> "T" ends their coverage at LK-TERMINATION-DATE, "V" verifies
      *> they were covered on LK-EFFECTIVE-DATE (the date of loss) -
      *> LK-STATUS "Y" covered, "N" not. Blank dates default to
      *> today.
       01 LK-ACTION             PIC X(01).
           88 LK-ADD               VALUE "A".
           88 LK-TERMINATE         VALUE "T".
           88 LK-VERIFY            VALUE "V".
       01 LK-POLICY-ID          PIC 9(9).
       01 LK-CUSTOMER-ID        PIC 9(9).
       01 LK-RELATIONSHIP       PIC X(01).
           88 LK-REL-SPOUSE        VALUE "S".
           88 LK-REL-CHILD         VALUE "C".
       01 LK-EFFECTIVE-DATE     PIC X(10).
       01 LK-TERMINATION-DATE   PIC X(10).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-POLICY-ID
           LK-CUSTOMER-ID LK-RELATIONSHIP LK-EFFECTIVE-DATE
           LK-TERMINATION-DATE LK-STATUS.

           MOVE LK-POLICY-ID TO POLICY-ID
           SET LK-STATUS-FAILED TO TRUE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           IF LK-EFFECTIVE-DATE = SPACES
               MOVE WS-TODAY-DASH TO LK-EFFECTIVE-DATE
           END-IF
           IF LK-TERMINATION-DATE = SPACES
               MOVE WS-TODAY-DASH TO LK-TERMINATION-DATE
           END-IF

           EXEC SQL
               SELECT COALESCE(customer_id, 0), policy_type
               INTO :CUSTOMER-ID, :POLICY-TYPE
               FROM policy_master
               WHERE policy_id = :POLICY-ID
           END-EXEC

           IF SQLCODE = 0
               SET WS-POLICY-FOUND TO TRUE
           ELSE
               SET WS-POLICY-MISSING TO TRUE
           END-IF

           IF LK-VERIFY
               SET GATE-PERMITTED TO TRUE
           ELSE
               PERFORM CHECK-OPERATOR-ROLE
           END-IF

      *> the verify is read-only and is what adjudication calls for
      *> every HEALTH claim; changing membership takes the service
      *> role.
           EVALUATE TRUE
               WHEN GATE-REFUSED
                   DISPLAY "ERROR: NO SIGNED-ON OPERATOR WITH A "
                       "SERVICE ROLE - MEMBER ACTION "
                       LK-ACTION " REFUSED"
               WHEN WS-POLICY-MISSING
                   DISPLAY "ERROR: POLICY " POLICY-ID " NOT FOUND, "
                       "MEMBER ACTION " LK-ACTION " NOT DONE"
               WHEN LK-VERIFY
                   PERFORM VERIFY-MEMBER-COVERED
               WHEN POLICY-TYPE NOT = "HEALTH"
                   DISPLAY "ERROR: POLICY " POLICY-ID " IS NOT A "
                       "HEALTH POLICY - NO DEPENDENT COVERAGE"
               WHEN LK-ADD
                   PERFORM ADD-ONE-MEMBER
               WHEN LK-TERMINATE
                   PERFORM TERMINATE-ONE-MEMBER
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN COVERED MEMBER ACTION "
                       LK-ACTION
           END-EVALUATE.

           GOBACK.

      *> member zero or the policy's own insured is the subscriber;
      *> anyone else needs a row whose coverage dates span the date
      *> asked about, whatever its status is today.
       VERIFY-MEMBER-COVERED.

           IF LK-CUSTOMER-ID = 0 OR LK-CUSTOMER-ID = CUSTOMER-ID
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE 0 TO WS-COVERED-COUNT

               EXEC SQL
                   SELECT COUNT(*) INTO :WS-COVERED-COUNT
                   FROM covered_members
                   WHERE policy_id = :POLICY-ID
                       AND customer_id = :LK-CUSTOMER-ID
                       AND effective_date <= :LK-EFFECTIVE-DATE
                       AND (termination_date IS NULL
                           OR termination_date >= :LK-EFFECTIVE-DATE)
               END-EXEC

               IF SQLCODE = 0 AND WS-COVERED-COUNT > 0
                   SET LK-STATUS-OK TO TRUE
               END-IF
           END-IF.

      *> one live row per person per policy; the subscriber is
      *> already covered and cannot be added as their own dependent.
       ADD-ONE-MEMBER.

           PERFORM FETCH-MEMBER-CUSTOMER

           MOVE 0 TO WS-ACTIVE-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :WS-ACTIVE-COUNT
               FROM covered_members
               WHERE policy_id = :POLICY-ID
                   AND customer_id = :LK-CUSTOMER-ID
                   AND member_status = 'A'
           END-EXEC

           EVALUATE TRUE
               WHEN NOT LK-REL-SPOUSE AND NOT LK-REL-CHILD
                   DISPLAY "ERROR: UNKNOWN RELATIONSHIP "
                       LK-RELATIONSHIP ", MEMBER NOT ADDED"
               WHEN WS-MEMBER-NAME = SPACES
                   DISPLAY "ERROR: CUSTOMER " LK-CUSTOMER-ID
                       " NOT FOUND OR NOT ACTIVE, MEMBER NOT ADDED"
               WHEN LK-CUSTOMER-ID = CUSTOMER-ID
                   DISPLAY "ERROR: CUSTOMER " LK-CUSTOMER-ID
                       " IS THE SUBSCRIBER OF POLICY " POLICY-ID
               WHEN WS-ACTIVE-COUNT > 0
                   DISPLAY "ERROR: CUSTOMER " LK-CUSTOMER-ID
                       " IS ALREADY COVERED ON POLICY " POLICY-ID
               WHEN OTHER
                   PERFORM INSERT-THE-MEMBER
           END-EVALUATE.

       INSERT-THE-MEMBER.

           EXEC SQL
               INSERT INTO covered_members
               (policy_id, customer_id, relationship_code,
                   effective_date, member_status)
               VALUES
               (:POLICY-ID, :LK-CUSTOMER-ID, :LK-RELATIONSHIP,
                   :LK-EFFECTIVE-DATE, 'A')
           END-EXEC

           IF SQLCODE = 0
               MOVE "MEMBER-ADD" TO WS-AUDIT-EVENT
               MOVE SPACES TO WS-AUDIT-OLD
               MOVE SPACES TO WS-AUDIT-NEW
               STRING LK-CUSTOMER-ID " " LK-RELATIONSHIP " FROM "
                   LK-EFFECTIVE-DATE " " WS-MEMBER-NAME
                   DELIMITED BY SIZE INTO WS-AUDIT-NEW
               PERFORM WRITE-MEMBER-AUDIT
               DISPLAY "CUSTOMER " LK-CUSTOMER-ID " COVERED ON "
                   "POLICY " POLICY-ID " FROM " LK-EFFECTIVE-DATE
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR INSERT COVERED MEMBER: " SQLCODE
                   " - " SQL-ERROR-MESSAGE
           END-IF.

      *> the termination date is the last day of coverage - care on
      *> that day is still covered, care the day after is not.
       TERMINATE-ONE-MEMBER.

           EXEC SQL
               UPDATE covered_members
               SET member_status = 'T',
                   termination_date = :LK-TERMINATION-DATE
               WHERE policy_id = :POLICY-ID
                   AND customer_id = :LK-CUSTOMER-ID
                   AND member_status = 'A'
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
               MOVE "MEMBER-TERM" TO WS-AUDIT-EVENT
               MOVE SPACES TO WS-AUDIT-OLD
               MOVE SPACES TO WS-AUDIT-NEW
               STRING LK-CUSTOMER-ID " ACTIVE" DELIMITED BY SIZE
                   INTO WS-AUDIT-OLD
               STRING LK-CUSTOMER-ID " ENDS " LK-TERMINATION-DATE
                   DELIMITED BY SIZE INTO WS-AUDIT-NEW
               PERFORM WRITE-MEMBER-AUDIT
               DISPLAY "COVERAGE OF CUSTOMER " LK-CUSTOMER-ID
                   " ON POLICY " POLICY-ID " ENDS "
                   LK-TERMINATION-DATE
               SET LK-STATUS-OK TO TRUE
           ELSE
               DISPLAY "ERROR: CUSTOMER " LK-CUSTOMER-ID
                   " IS NOT AN ACTIVE MEMBER OF POLICY " POLICY-ID
           END-IF.

      *> the member must be a live customers row - a merged or
      *> unknown id would leave the coverage pointing at nobody.
       FETCH-MEMBER-CUSTOMER.

           MOVE SPACES TO WS-MEMBER-NAME
           MOVE SPACE TO WS-MEMBER-STAT

           EXEC SQL
               SELECT customer_name, COALESCE(customer_status, 'A')
               INTO :WS-MEMBER-NAME, :WS-MEMBER-STAT
               FROM customers
               WHERE customer_id = :LK-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-MEMBER-STAT = "M"
               MOVE SPACES TO WS-MEMBER-NAME
           END-IF.

       WRITE-MEMBER-AUDIT.

           MOVE "COVEREDMEMBER" TO WS-AUDIT-PROGRAM
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
