       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANGEAPPROVE.

      *> the second pair of eyes on where our money goes: bank
      *> mandate changes BANKMANDATE queued and address changes
      *> CUSTOMERMAINT queued are approved or rejected here, with
      *> the decision, the deciding operator and the reason on
      *> record. The approver is the signed-on operator and must be
      *> a different operator than whoever requested the change -
      *> the dual control PAYAPPROVE keeps over large payables. Only
      *> an approved change touches the mandate or the customer.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-CHANGE-TYPE        PIC X(01).
           88 CHANGE-IS-BANK        VALUE "B".
           88 CHANGE-IS-ADDRESS     VALUE "A".
       01 WS-POLICY-ID          PIC 9(9).
       01 WS-CUSTOMER-ID        PIC 9(9).
       01 WS-BANK-CODE          PIC X(11).
       01 WS-ACCOUNT-NUMBER     PIC X(20).
       01 WS-MANDATE-REF        PIC X(20).
       01 WS-NEW-ADDRESS        PIC X(200).
       01 WS-OLD-ADDRESS        PIC X(200).
       01 WS-REQUESTED-BY       PIC 9(9).
       01 WS-REQUESTED-DATE     PIC X(10).

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       01 WS-APPLIED            PIC X(01).
           88 CHANGE-APPLIED        VALUE "Y".
           88 CHANGE-NOT-APPLIED    VALUE "N".

       01 PENDING-COUNT         PIC 9(7) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> operator gate: the approver is whoever is signed on.
       01 WS-GATE-OPERATOR-ID   PIC 9(9).
       01 WS-GATE-ROLE          PIC X(01).
           88 GATE-ROLE-SERVICE    VALUE "S".
           88 GATE-ROLE-SUPER      VALUE "V".
       01 WS-GATE-STATUS        PIC X(01).
           88 GATE-PERMITTED        VALUE "Y".
           88 GATE-REFUSED          VALUE "N".

       EXEC SQL
           DECLARE PENDING-CHANGE-CURSOR CURSOR FOR
               SELECT change_id, change_type, policy_id,
                   customer_id, requested_by, requested_date
               FROM pending_changes
               WHERE change_status = 'P'
               ORDER BY change_id
       END-EXEC.

       LINKAGE SECTION.

      *> "A" approves (applies the change), "R" rejects it with
      *> the reason, "L" lists the pending queue.
       01 LK-ACTION             PIC X(01).
           88 LK-APPROVE           VALUE "A".
           88 LK-REJECT            VALUE "R".
           88 LK-LIST-PENDING      VALUE "L".
       01 LK-CHANGE-ID          PIC 9(9).
       01 LK-REASON             PIC X(60).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-CHANGE-ID LK-REASON
           LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           PERFORM CHECK-OPERATOR-ROLE

           EVALUATE TRUE
               WHEN LK-LIST-PENDING
                   PERFORM LIST-PENDING-QUEUE
               WHEN GATE-REFUSED
                   DISPLAY "ERROR: NO SIGNED-ON OPERATOR WITH A "
                       "SERVICE ROLE - DECISION REFUSED"
               WHEN LK-APPROVE OR LK-REJECT
                   PERFORM DECIDE-ONE-CHANGE
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN APPROVAL ACTION "
                       LK-ACTION
           END-EVALUATE.

           GOBACK.

       DECIDE-ONE-CHANGE.

           EXEC SQL
               SELECT change_type, policy_id, customer_id,
                   COALESCE(bank_code, ' '),
                   COALESCE(account_number, ' '),
                   COALESCE(mandate_ref, ' '),
                   COALESCE(new_address, ' '),
                   COALESCE(requested_by, 0)
               INTO :WS-CHANGE-TYPE, :WS-POLICY-ID, :WS-CUSTOMER-ID,
                   :WS-BANK-CODE, :WS-ACCOUNT-NUMBER,
                   :WS-MANDATE-REF, :WS-NEW-ADDRESS,
                   :WS-REQUESTED-BY
               FROM pending_changes
               WHERE change_id = :LK-CHANGE-ID
                   AND change_status = 'P'
           END-EXEC.

      *> a request nobody signed for has no maker to tell apart
      *> from the checker, so it can only be rejected.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "ERROR: CHANGE " LK-CHANGE-ID
                       " IS NOT PENDING APPROVAL"
               WHEN LK-APPROVE AND WS-REQUESTED-BY = 0
                   DISPLAY "ERROR: CHANGE " LK-CHANGE-ID
                       " HAS NO REQUESTING OPERATOR ON RECORD - "
                       "REJECT AND RE-REQUEST IT"
               WHEN WS-GATE-OPERATOR-ID = WS-REQUESTED-BY
                   DISPLAY "ERROR: OPERATOR " WS-GATE-OPERATOR-ID
                       " REQUESTED THIS CHANGE AND CANNOT ALSO "
                       "DECIDE IT"
               WHEN LK-REJECT AND LK-REASON = SPACES
                   DISPLAY "ERROR: A REJECTION NEEDS A REASON"
               WHEN LK-REJECT
                   PERFORM RECORD-THE-DECISION
               WHEN OTHER
                   PERFORM APPLY-THE-CHANGE
           END-EVALUATE.

       APPLY-THE-CHANGE.

           SET CHANGE-NOT-APPLIED TO TRUE

           IF CHANGE-IS-BANK
               PERFORM REPLACE-THE-MANDATE
           ELSE
               PERFORM CHANGE-THE-ADDRESS
           END-IF

           IF CHANGE-APPLIED
               PERFORM RECORD-THE-DECISION
           END-IF.

      *> one live mandate per policy - storing a new one supersedes
      *> whatever was there, the same soft-cancel-then-insert shape
      *> REMOVE-RIDER uses so the old mandate stays for history.
      *> A new mandate starts PENDING, not active: the next debit
      *> extract sends a zero-dollar prenote, and only six clean
      *> business days later does the mandate activate - a mistyped
      *> account number surfaces as a prenote return now, not a
      *> failed collection a month from now. The policy stays on
      *> invoice billing until activation. The approval date is
      *> what PAYMENTRUN's cooling-off counts from.
       REPLACE-THE-MANDATE.

           EXEC SQL
               UPDATE bank_mandates
               SET mandate_status = 'C'
               WHERE policy_id = :WS-POLICY-ID
                   AND mandate_status IN ('A', 'P')
           END-EXEC

           EXEC SQL
               INSERT INTO bank_mandates
               (policy_id, bank_code, account_number, mandate_ref,
                   mandate_status, approved_date)
               VALUES
               (:WS-POLICY-ID, :WS-BANK-CODE, :WS-ACCOUNT-NUMBER,
                   :WS-MANDATE-REF, 'P', :WS-TODAY-DASH)
           END-EXEC

           IF SQLCODE = 0
               SET CHANGE-APPLIED TO TRUE
               DISPLAY "MANDATE " WS-MANDATE-REF " STORED FOR "
                   "POLICY " WS-POLICY-ID " - PENDING PRENOTE "
                   "VERIFICATION"
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR INSERT MANDATE: " SQLCODE
                   " - " SQL-ERROR-MESSAGE
           END-IF.

      *> the history row carries the change date the cooling-off
      *> on payouts reads, the same row NCOARESPONSE writes for a
      *> vendor-confirmed move.
       CHANGE-THE-ADDRESS.

           MOVE SPACES TO WS-OLD-ADDRESS

           EXEC SQL
               SELECT COALESCE(address, ' ')
               INTO :WS-OLD-ADDRESS
               FROM customers
               WHERE customer_id = :WS-CUSTOMER-ID
           END-EXEC

           EXEC SQL
               UPDATE customers
               SET address = :WS-NEW-ADDRESS,
                   row_version = COALESCE(row_version, 0) + 1
               WHERE customer_id = :WS-CUSTOMER-ID
                   AND customer_status IN ('A', 'H')
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
               DISPLAY "ERROR: CUSTOMER " WS-CUSTOMER-ID
                   " IS NO LONGER AN ACTIVE CUSTOMER - ADDRESS "
                   "NOT CHANGED"
           ELSE
               EXEC SQL
                   INSERT INTO customer_address_history
                   (customer_id, old_address, new_address,
                       change_source, effective_date, changed_date)
                   VALUES
                   (:WS-CUSTOMER-ID, :WS-OLD-ADDRESS,
                       :WS-NEW-ADDRESS, 'MAINT', :WS-TODAY-DASH,
                       :WS-TODAY-DASH)
               END-EXEC

               IF SQLCODE = 0
                   SET CHANGE-APPLIED TO TRUE
                   DISPLAY "ADDRESS CHANGED FOR CUSTOMER "
                       WS-CUSTOMER-ID
               ELSE
                   MOVE SQLCODE TO SQL-ERROR-CODE
                   CALL "SQLMSG" USING SQL-ERROR-CODE
                       SQL-ERROR-MESSAGE
                   DISPLAY "ERROR WRITING ADDRESS HISTORY - "
                       SQL-ERROR-MESSAGE
               END-IF
           END-IF.

       RECORD-THE-DECISION.

           IF LK-APPROVE
               EXEC SQL
                   UPDATE pending_changes
                   SET change_status = 'A',
                       decided_by = :WS-GATE-OPERATOR-ID,
                       decided_date = :WS-TODAY-DASH,
                       reason = :LK-REASON
                   WHERE change_id = :LK-CHANGE-ID
                       AND change_status = 'P'
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE pending_changes
                   SET change_status = 'R',
                       decided_by = :WS-GATE-OPERATOR-ID,
                       decided_date = :WS-TODAY-DASH,
                       reason = :LK-REASON
                   WHERE change_id = :LK-CHANGE-ID
                       AND change_status = 'P'
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
               DISPLAY "ERROR: DECISION NOT RECORDED FOR "
                   "CHANGE " LK-CHANGE-ID
           ELSE
               SET LK-STATUS-OK TO TRUE
               IF LK-APPROVE
                   DISPLAY "CHANGE " LK-CHANGE-ID " APPROVED BY "
                       WS-GATE-OPERATOR-ID
               ELSE
                   DISPLAY "CHANGE " LK-CHANGE-ID " REJECTED BY "
                       WS-GATE-OPERATOR-ID ": " LK-REASON
               END-IF
           END-IF.

       LIST-PENDING-QUEUE.

           DISPLAY "--- BANK AND ADDRESS CHANGES PENDING ---".

           EXEC SQL OPEN PENDING-CHANGE-CURSOR END-EXEC.

           PERFORM LIST-ONE-PENDING
               UNTIL WS-EOF

           EXEC SQL CLOSE PENDING-CHANGE-CURSOR END-EXEC.

           DISPLAY "PENDING CHANGES: " PENDING-COUNT.

           SET LK-STATUS-OK TO TRUE.

       LIST-ONE-PENDING.

           EXEC SQL
               FETCH PENDING-CHANGE-CURSOR
               INTO :LK-CHANGE-ID, :WS-CHANGE-TYPE, :WS-POLICY-ID,
                   :WS-CUSTOMER-ID, :WS-REQUESTED-BY,
                   :WS-REQUESTED-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO PENDING-COUNT
               IF CHANGE-IS-BANK
                   DISPLAY "  CHANGE " LK-CHANGE-ID " MANDATE "
                       "POLICY " WS-POLICY-ID " REQUESTED BY "
                       WS-REQUESTED-BY " ON " WS-REQUESTED-DATE
               ELSE
                   DISPLAY "  CHANGE " LK-CHANGE-ID " ADDRESS "
                       "CUSTOMER " WS-CUSTOMER-ID " REQUESTED BY "
                       WS-REQUESTED-BY " ON " WS-REQUESTED-DATE
               END-IF
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
