       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGALHOLDCHK.

      *> the one question every purge, merge, escheat and archive
      *> path asks before it touches a record: is it under a legal
      *> hold in force today? A hold on a customer covers every
      *> policy they are on; a hold on a policy covers its claims,
      *> and an action on a whole policy is stopped by a hold on
      *> any one of its claims.
      *> A caller asking about a customer alone (a merge, an
      *> anonymization) is also stopped by a hold on any of that
      *> customer's policies, since the change would rewrite them.
      *> Every refusal is logged against the hold with the program
      *> and what it was trying to do - the monthly report reads
      *> that log - and the caller skips the record.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       01 WS-POLICY-ID          PIC 9(9).
       01 WS-CLAIM-ID           PIC 9(9).
       01 WS-CUSTOMER-ID        PIC 9(9).

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       LINKAGE SECTION.

       01 LK-PROGRAM            PIC X(20).
       01 LK-ACTION-TEXT        PIC X(20).
       01 LK-POLICY-ID          PIC 9(9).
       01 LK-CLAIM-ID           PIC 9(9).
       01 LK-CUSTOMER-ID        PIC 9(9).
       01 LK-HOLD-ID            PIC 9(9).
       01 LK-HELD               PIC X(01).
           88 LK-IS-HELD           VALUE "Y".
           88 LK-NOT-HELD          VALUE "N".

       PROCEDURE DIVISION USING LK-PROGRAM LK-ACTION-TEXT
           LK-POLICY-ID LK-CLAIM-ID LK-CUSTOMER-ID LK-HOLD-ID
           LK-HELD.

           SET LK-NOT-HELD TO TRUE
           MOVE 0 TO LK-HOLD-ID

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           MOVE LK-POLICY-ID TO WS-POLICY-ID
           MOVE LK-CLAIM-ID TO WS-CLAIM-ID
           MOVE LK-CUSTOMER-ID TO WS-CUSTOMER-ID

           PERFORM RESOLVE-THE-CHAIN

           IF WS-POLICY-ID = 0 AND WS-CLAIM-ID = 0
               PERFORM FIND-CUSTOMER-HOLD
           ELSE
               PERFORM FIND-RECORD-HOLD
           END-IF

           IF SQLCODE = 0 AND LK-HOLD-ID > 0
               SET LK-IS-HELD TO TRUE
               PERFORM LOG-THE-BLOCK
           END-IF.

           GOBACK.

      *> a claim leads to its policy and a policy to its insured,
      *> so one call with whatever the caller has in hand checks
      *> every hold above it.
       RESOLVE-THE-CHAIN.

           IF WS-CLAIM-ID > 0 AND WS-POLICY-ID = 0
               EXEC SQL
                   SELECT COALESCE(MAX(policy_id), 0)
                   INTO :WS-POLICY-ID
                   FROM claims
                   WHERE claim_id = :WS-CLAIM-ID
               END-EXEC
           END-IF

           IF WS-POLICY-ID > 0 AND WS-CUSTOMER-ID = 0
               EXEC SQL
                   SELECT COALESCE(MAX(customer_id), 0)
                   INTO :WS-CUSTOMER-ID
                   FROM policy_master
                   WHERE policy_id = :WS-POLICY-ID
               END-EXEC
           END-IF.

       FIND-RECORD-HOLD.

           EXEC SQL
               SELECT COALESCE(MIN(h.hold_id), 0)
               INTO :LK-HOLD-ID
               FROM legal_holds h
               WHERE h.hold_status = 'A'
                   AND h.from_date <= :WS-TODAY-DASH
                   AND (h.to_date IS NULL
                       OR h.to_date >= :WS-TODAY-DASH)
                   AND ((h.scope_type = 'C'
                           AND h.target_id = :WS-CLAIM-ID
                           AND :WS-CLAIM-ID > 0)
                       OR (h.scope_type = 'P'
                           AND h.target_id = :WS-POLICY-ID
                           AND :WS-POLICY-ID > 0)
                       OR (h.scope_type = 'U'
                           AND h.target_id = :WS-CUSTOMER-ID
                           AND :WS-CUSTOMER-ID > 0)
                       OR (h.scope_type = 'U'
                           AND h.target_id IN
                               (SELECT r.customer_id
                                FROM policy_roles r
                                WHERE r.policy_id = :WS-POLICY-ID))
                       OR (h.scope_type = 'C'
                           AND :WS-CLAIM-ID = 0
                           AND h.target_id IN
                               (SELECT c.claim_id
                                FROM claims c
                                WHERE c.policy_id = :WS-POLICY-ID)))
           END-EXEC.

       FIND-CUSTOMER-HOLD.

           EXEC SQL
               SELECT COALESCE(MIN(h.hold_id), 0)
               INTO :LK-HOLD-ID
               FROM legal_holds h
               WHERE h.hold_status = 'A'
                   AND h.from_date <= :WS-TODAY-DASH
                   AND (h.to_date IS NULL
                       OR h.to_date >= :WS-TODAY-DASH)
                   AND ((h.scope_type = 'U'
                           AND h.target_id = :WS-CUSTOMER-ID)
                       OR (h.scope_type = 'P'
                           AND h.target_id IN
                               (SELECT p.policy_id
                                FROM policy_master p
                                WHERE p.customer_id =
                                    :WS-CUSTOMER-ID))
                       OR (h.scope_type = 'C'
                           AND h.target_id IN
                               (SELECT c.claim_id
                                FROM claims c, policy_master p2
                                WHERE c.policy_id = p2.policy_id
                                    AND p2.customer_id =
                                        :WS-CUSTOMER-ID)))
           END-EXEC.

      *> a failed log write still refuses the action - the hold is
      *> what matters, the log only reports it.
       LOG-THE-BLOCK.

           EXEC SQL
               INSERT INTO legal_hold_blocks
               (hold_id, block_date, program_name, action_text,
                   policy_id, claim_id, customer_id)
               VALUES
               (:LK-HOLD-ID, :WS-TODAY-DASH, :LK-PROGRAM,
                   :LK-ACTION-TEXT, :WS-POLICY-ID, :WS-CLAIM-ID,
                   :WS-CUSTOMER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "WARNING: LEGAL HOLD BLOCK NOT LOGGED FOR "
                   "HOLD " LK-HOLD-ID
           END-IF

           DISPLAY "LEGAL HOLD " LK-HOLD-ID ": " LK-ACTION-TEXT
               " SKIPPED BY " LK-PROGRAM " - POLICY " WS-POLICY-ID
               " CLAIM " WS-CLAIM-ID " CUSTOMER " WS-CUSTOMER-ID.
