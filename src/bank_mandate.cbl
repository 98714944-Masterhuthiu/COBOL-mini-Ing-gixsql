       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKMANDATE.

      *> new banking details for a policy's debits and payouts are
      *> only ever requested here: the request waits in
      *> pending_changes until a second operator approves it
      *> through CHANGEAPPROVE, which replaces the mandate. A
      *> changed account followed by a same-day surrender is the
      *> textbook account takeover; one operator cannot do both
      *> halves.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01 WS-BANK-CODE       PIC X(11).
       01 WS-ACCOUNT-NUMBER  PIC X(20).
       01 WS-MANDATE-REF     PIC X(20).
       01 WS-CHANGE-ID       PIC 9(9).

       01 WS-TODAY-8         PIC 9(8).
       01 WS-TODAY-DASH      PIC X(10).

      *> operator gate: the requesting operator is recorded so the
      *> approver can be held to being somebody else.
       01 WS-GATE-OPERATOR-ID   PIC 9(9).
       01 WS-GATE-ROLE          PIC X(01).
           88 GATE-ROLE-SERVICE    VALUE "S".
           88 GATE-ROLE-SUPER      VALUE "V".
       01 WS-GATE-STATUS        PIC X(01).
           88 GATE-PERMITTED        VALUE "Y".
           88 GATE-REFUSED          VALUE "N".

       LINKAGE SECTION.

           MOVE LK-MANDATE-REF TO WS-MANDATE-REF
           SET LK-STATUS-FAILED TO TRUE

           PERFORM CHECK-OPERATOR-ROLE

      *> a mandate can only attach to a policy that actually exists -
      *> same existence guard ADD-RIDER applies on its way in.
           EXEC SQL
               WHERE policy_id = :WS-POLICY-ID
           END-EXEC.

           EVALUATE TRUE
               WHEN GATE-REFUSED
                   DISPLAY "ERROR: NO SIGNED-ON OPERATOR WITH A "
                       "SERVICE ROLE - MANDATE REQUEST REFUSED"
               WHEN SQLCODE NOT = 0
                   DISPLAY "ERROR: POLICY " WS-POLICY-ID
                       " NOT FOUND, MANDATE NOT STORED"
               WHEN WS-BANK-CODE = SPACES
                   OR WS-ACCOUNT-NUMBER = SPACES
                   DISPLAY "ERROR: BANK CODE AND ACCOUNT NUMBER "
                       "ARE REQUIRED"
               WHEN OTHER
                   PERFORM QUEUE-THE-MANDATE
           END-EVALUATE.

           GOBACK.

       QUEUE-THE-MANDATE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           EXEC SQL
               INSERT INTO pending_changes
               (change_type, customer_id, policy_id, bank_code,
                   account_number, mandate_ref, requested_by,
                   requested_date, change_status)
               VALUES
               ('B', 0, :WS-POLICY-ID, :WS-BANK-CODE,
                   :WS-ACCOUNT-NUMBER, :WS-MANDATE-REF,
                   :WS-GATE-OPERATOR-ID, :WS-TODAY-DASH, 'P')
               RETURNING change_id INTO :WS-CHANGE-ID
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "MANDATE CHANGE " WS-CHANGE-ID " FOR POLICY "
                   WS-POLICY-ID " PENDING SECOND OPERATOR "
                   "APPROVAL"
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR QUEUING MANDATE: " SQLCODE
                   " - " SQL-ERROR-MESSAGE
           END-IF.

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
