       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDCARDREQ.

      *> a reprint of a HEALTH policy's member ID cards, asked for
      *> from the servicing console - a lost card, a dependent
      *> newly added. The request only queues: IDCARDBATCH picks it
      *> up on its next run and reissues a card for every member
      *> currently covered, the same as a new issue, so a reprint
      *> never carries terms the policy no longer has.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-POLICY-TYPE        PIC X(20).
       01 WS-POLICY-STATUS      PIC X(01).
       01 WS-PENDING-COUNT      PIC 9(5).
       01 WS-OPERATOR-ID        PIC 9(9).

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       LINKAGE SECTION.

       01 LK-POLICY-ID          PIC 9(9).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-POLICY-ID LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           MOVE SPACES TO WS-POLICY-TYPE
           MOVE SPACE TO WS-POLICY-STATUS
           MOVE 0 TO WS-PENDING-COUNT

           EXEC SQL
               SELECT policy_type, policy_status
               INTO :WS-POLICY-TYPE, :WS-POLICY-STATUS
               FROM policy_master
               WHERE policy_id = :LK-POLICY-ID
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-PENDING-COUNT
                   FROM id_card_requests
                   WHERE policy_id = :LK-POLICY-ID
                       AND request_status = 'P'
               END-EXEC
           END-IF

           EVALUATE TRUE
               WHEN WS-POLICY-TYPE = SPACES
                   DISPLAY "ERROR: POLICY " LK-POLICY-ID
                       " NOT FOUND, NO REPRINT QUEUED"
               WHEN WS-POLICY-TYPE NOT = "HEALTH"
                   DISPLAY "ERROR: POLICY " LK-POLICY-ID
                       " IS NOT A HEALTH POLICY - NO ID CARD"
               WHEN WS-POLICY-STATUS NOT = "A"
                   DISPLAY "ERROR: POLICY " LK-POLICY-ID
                       " IS NOT IN FORCE, NO REPRINT QUEUED"
               WHEN WS-PENDING-COUNT > 0
                   DISPLAY "REPRINT ALREADY QUEUED FOR POLICY "
                       LK-POLICY-ID
                   SET LK-STATUS-OK TO TRUE
               WHEN OTHER
                   PERFORM QUEUE-THE-REPRINT
           END-EVALUATE.

           GOBACK.

      *> the signed-on operator goes on the request so the card
      *> history shows who asked for it.
       QUEUE-THE-REPRINT.

           MOVE 0 TO WS-OPERATOR-ID

           EXEC SQL
               SELECT COALESCE(MAX(operator_id), 0)
               INTO :WS-OPERATOR-ID
               FROM operator_context
           END-EXEC

           EXEC SQL
               INSERT INTO id_card_requests
               (policy_id, requested_date, requested_by,
                   request_status)
               VALUES
               (:LK-POLICY-ID, :WS-TODAY-DASH, :WS-OPERATOR-ID,
                   'P')
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "ID CARD REPRINT QUEUED FOR POLICY "
                   LK-POLICY-ID
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR QUEUEING ID CARD REPRINT - "
                   SQL-ERROR-MESSAGE
           END-IF.
