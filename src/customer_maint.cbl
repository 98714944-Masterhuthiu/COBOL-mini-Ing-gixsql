       01 WS-LINKED-COUNT       PIC 9(7) VALUE 0.
       01 WS-MOVED-COUNT        PIC 9(7).
       01 WS-HOUSEHOLD-ID       PIC 9(9).
       01 WS-CHANGE-ID          PIC 9(9).

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

      *> optimistic lock on the customers row being folded - a
      *> merge must not land on a row someone else changed between
      *> the desk's read and the fold.
       01 WS-ROW-VERSION        PIC 9(9).

      *> the legal hold register's answer for the record in hand -
      *> LEGALHOLDCHK logs the refusal itself.
       01 WS-HOLD-PROGRAM       PIC X(20) VALUE "CUSTOMERMAINT".
       01 WS-HOLD-ACTION        PIC X(20) VALUE "MERGE CUSTOMER".
       01 WS-HOLD-POLICY-ID     PIC 9(9).
       01 WS-HOLD-CLAIM-ID      PIC 9(9).
       01 WS-HOLD-CUSTOMER-ID   PIC 9(9).
       01 WS-HOLD-ID            PIC 9(9).
       01 WS-HOLD-FLAG          PIC X(01).
           88 RECORD-ON-HOLD        VALUE "Y".
           88 RECORD-NOT-HELD       VALUE "N".

      *> operator gate: every mutating action needs a signed-on
      *> operator (SIGNON's session context) whose role permits it
      *> - these maintenance paths move customers' money and
      *> person got two rows, "H" puts LK-CUSTOMER-ID into
      *> LK-MERGE-TARGET-ID's household (opening one if the anchor
      *> has none), "S" splits LK-CUSTOMER-ID out of their
      *> household, "U" requests LK-CUSTOMER-ID's address be
      *> changed to LK-ADDRESS - queued for CHANGEAPPROVE, never
      *> applied on one operator's say-so.
       01 LK-ACTION             PIC X(01).
           88 LK-ADD               VALUE "A".
           88 LK-LINK-BOOK         VALUE "L".
           88 LK-MERGE             VALUE "M".
           88 LK-HOUSEHOLD-LINK    VALUE "H".
           88 LK-HOUSEHOLD-SPLIT   VALUE "S".
           88 LK-ADDRESS-CHANGE    VALUE "U".
       01 LK-CUSTOMER-ID        PIC 9(9).
       01 LK-MERGE-TARGET-ID    PIC 9(9).
       01 LK-NAME               PIC X(100).
                   PERFORM LINK-INTO-HOUSEHOLD
               WHEN LK-HOUSEHOLD-SPLIT
                   PERFORM SPLIT-FROM-HOUSEHOLD
               WHEN LK-ADDRESS-CHANGE
                   PERFORM REQUEST-ADDRESS-CHANGE
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN CUSTOMER ACTION "
                       LK-ACTION
               MOVE LK-PHONE TO CUST-PHONE
               MOVE LK-EMAIL TO CUST-EMAIL
               SET CUSTOMER-ACTIVE TO TRUE
               SET W9-NOT-ON-FILE TO TRUE
               MOVE "N" TO CUST-BACKUP-WITHHOLD

               EXEC SQL
                   INSERT INTO customers
                   (customer_name, date_of_birth, address, phone,
                       email, customer_status, w9_status,
                       backup_withholding)
                   VALUES
                   (:CUST-NAME, :CUST-DATE-OF-BIRTH,
                       :CUST-ADDRESS, :CUST-PHONE, :CUST-EMAIL,
                       :CUST-STATUS, :CUST-W9-STATUS,
                       :CUST-BACKUP-WITHHOLD)
                   RETURNING customer_id INTO :LK-CUSTOMER-ID
               END-EXEC

                   AND customer_status = 'A'
           END-EXEC

           PERFORM CHECK-MERGE-HOLDS

           IF RECORD-ON-HOLD
               DISPLAY "ERROR: CUSTOMER " WS-HOLD-CUSTOMER-ID
                   " IS UNDER LEGAL HOLD " WS-HOLD-ID
                   " - MERGE REFUSED"
           ELSE
           IF WS-TARGET-COUNT = 0
               DISPLAY "ERROR: MERGE TARGET " LK-MERGE-TARGET-ID
                   " IS NOT AN ACTIVE CUSTOMER"
                       LK-CUSTOMER-ID " - " SQL-ERROR-MESSAGE
               END-IF
               END-IF
           END-IF
           END-IF.

      *> a merge rewrites both sides - the folded row goes away and
      *> the survivor takes its policies - so a legal hold on
      *> either customer, or on anything of theirs, refuses it.
       CHECK-MERGE-HOLDS.

           MOVE 0 TO WS-HOLD-POLICY-ID
           MOVE 0 TO WS-HOLD-CLAIM-ID
           MOVE LK-CUSTOMER-ID TO WS-HOLD-CUSTOMER-ID

           CALL "LEGALHOLDCHK" USING WS-HOLD-PROGRAM WS-HOLD-ACTION
               WS-HOLD-POLICY-ID WS-HOLD-CLAIM-ID
               WS-HOLD-CUSTOMER-ID WS-HOLD-ID WS-HOLD-FLAG

           IF RECORD-NOT-HELD
               MOVE LK-MERGE-TARGET-ID TO WS-HOLD-CUSTOMER-ID

               CALL "LEGALHOLDCHK" USING WS-HOLD-PROGRAM
                   WS-HOLD-ACTION WS-HOLD-POLICY-ID
                   WS-HOLD-CLAIM-ID WS-HOLD-CUSTOMER-ID
                   WS-HOLD-ID WS-HOLD-FLAG
           END-IF.

      *> builds the household connection the customers table never
                   "IN A HOUSEHOLD"
           END-IF.

      *> a new mailing address is where the surrender check goes,
      *> so it is the first thing an account takeover changes. The
      *> request waits in pending_changes until a second operator
      *> approves it through CHANGEAPPROVE - the same dual control
      *> PAYAPPROVE keeps over large payables - and only then does
      *> the customers row move.
       REQUEST-ADDRESS-CHANGE.

           EXEC SQL
               SELECT COUNT(*) INTO :WS-TARGET-COUNT
               FROM customers
               WHERE customer_id = :LK-CUSTOMER-ID
                   AND customer_status IN ('A', 'H')
           END-EXEC

           EVALUATE TRUE
               WHEN WS-TARGET-COUNT = 0
                   DISPLAY "ERROR: CUSTOMER " LK-CUSTOMER-ID
                       " IS NOT AN ACTIVE CUSTOMER"
               WHEN LK-ADDRESS = SPACES
                   DISPLAY "ERROR: NEW ADDRESS IS BLANK"
               WHEN OTHER
                   PERFORM QUEUE-ADDRESS-CHANGE
           END-EVALUATE.

       QUEUE-ADDRESS-CHANGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           EXEC SQL
               INSERT INTO pending_changes
               (change_type, customer_id, policy_id, new_address,
                   requested_by, requested_date, change_status)
               VALUES
               ('A', :LK-CUSTOMER-ID, 0, :LK-ADDRESS,
                   :WS-GATE-OPERATOR-ID, :WS-TODAY-DASH, 'P')
               RETURNING change_id INTO :WS-CHANGE-ID
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "ADDRESS CHANGE " WS-CHANGE-ID " FOR "
                   "CUSTOMER " LK-CUSTOMER-ID " PENDING SECOND "
                   "OPERATOR APPROVAL"
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR QUEUING ADDRESS CHANGE: " SQLCODE
                   " - " SQL-ERROR-MESSAGE
           END-IF.

      *> resolves the signed-on operator's role from the session
      *> context - no session, or a role below what the action
      *> needs, refuses the transaction.
