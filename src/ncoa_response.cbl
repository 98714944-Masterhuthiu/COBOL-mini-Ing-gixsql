       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCOARESPONSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the change-of-address vendor's answers - one line per
      *> customer it found something on: "customerid,result,
      *> effectivedate,address", result "M" a confirmed move (the
      *> new address follows), "A" an ambiguous match (the address
      *> the vendor thinks it might be follows), "N" moved and left
      *> no forwarding address. The address is the last field and
      *> may itself carry commas, so everything after the third
      *> comma is taken as it stands.
           SELECT NCOA-RESPONSE-FILE ASSIGN TO "NCOA_RESPONSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  NCOA-RESPONSE-FILE.
       01  NCOA-RESPONSE-RECORD PIC X(260).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/customer.cpy".

       01 WS-RESPONSE-STATUS    PIC X(02).
           88 RESPONSE-OK           VALUE "00".
           88 RESPONSE-NOT-FOUND    VALUE "35".

       01 WS-IN-CUSTOMER-ID     PIC X(09).
       01 WS-IN-RESULT          PIC X(01).
           88 WS-IN-MOVED           VALUE "M".
           88 WS-IN-AMBIGUOUS       VALUE "A".
           88 WS-IN-NO-FORWARD      VALUE "N".
       01 WS-IN-EFFECTIVE-DATE  PIC X(10).
       01 WS-IN-ADDRESS         PIC X(200).
       01 WS-IN-POINTER         PIC 9(3).

       01 WS-SENT-DATE          PIC X(10).
       01 WS-EXISTING-COUNT     PIC 9(7).
       01 WS-LETTER-POLICY-ID   PIC 9(9).

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       01 WS-MAIL-ACTION        PIC X(01).
       01 WS-MAIL-STATUS        PIC X(01).
           88 WS-MAIL-OK           VALUE "Y".
           88 WS-MAIL-FAILED       VALUE "N".

       01 WS-LETTER-TYPE        PIC X(14).
       01 WS-LETTER-DATA        PIC X(100).
       01 WS-LETTER-STATUS      PIC X(01).
           88 WS-LETTER-OK         VALUE "Y".
           88 WS-LETTER-FAILED     VALUE "N".

       01 RESPONSE-COUNT        PIC 9(7) VALUE 0.
       01 MOVED-COUNT           PIC 9(7) VALUE 0.
       01 RELEASED-COUNT        PIC 9(7) VALUE 0.
       01 QUEUED-COUNT          PIC 9(7) VALUE 0.
       01 NO-FORWARD-COUNT      PIC 9(7) VALUE 0.
       01 UNCHANGED-COUNT       PIC 9(7) VALUE 0.
       01 UNMATCHED-COUNT       PIC 9(7) VALUE 0.
       01 LETTER-COUNT          PIC 9(7) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

       PROCEDURE DIVISION.

           DISPLAY "=== CHANGE-OF-ADDRESS RESPONSE LOAD ===".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           OPEN INPUT NCOA-RESPONSE-FILE

           IF RESPONSE-NOT-FOUND
               DISPLAY "NO CHANGE-OF-ADDRESS RESPONSE FILE - "
                   "NOTHING TO LOAD"
           ELSE
               PERFORM READ-ONE-RESPONSE
                   UNTIL WS-EOF

               CLOSE NCOA-RESPONSE-FILE

               EXEC SQL COMMIT END-EXEC
           END-IF.

           DISPLAY "RESPONSES READ     : " RESPONSE-COUNT.
           DISPLAY "ADDRESSES UPDATED  : " MOVED-COUNT.
           DISPLAY "HOLDS RELEASED     : " RELEASED-COUNT.
           DISPLAY "CONFIRMATIONS SENT : " LETTER-COUNT.
           DISPLAY "AMBIGUOUS - QUEUED : " QUEUED-COUNT.
           DISPLAY "NO FORWARDING      : " NO-FORWARD-COUNT.
           DISPLAY "ALREADY ON FILE    : " UNCHANGED-COUNT.
           DISPLAY "UNMATCHED          : " UNMATCHED-COUNT.
           DISPLAY "=== CHANGE-OF-ADDRESS RESPONSE LOAD COMPLETE ===".

           STOP RUN.

       READ-ONE-RESPONSE.

           READ NCOA-RESPONSE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RESPONSE-COUNT
                   PERFORM PROCESS-ONE-RESPONSE
           END-READ.

       PROCESS-ONE-RESPONSE.

           MOVE SPACES TO WS-IN-CUSTOMER-ID
           MOVE SPACES TO WS-IN-RESULT
           MOVE SPACES TO WS-IN-EFFECTIVE-DATE
           MOVE SPACES TO WS-IN-ADDRESS
           MOVE 1 TO WS-IN-POINTER

           UNSTRING NCOA-RESPONSE-RECORD DELIMITED BY ","
               INTO WS-IN-CUSTOMER-ID WS-IN-RESULT
                   WS-IN-EFFECTIVE-DATE
               WITH POINTER WS-IN-POINTER
           END-UNSTRING

           IF WS-IN-POINTER NOT > 260
               MOVE NCOA-RESPONSE-RECORD(WS-IN-POINTER:)
                   TO WS-IN-ADDRESS
           END-IF

           IF WS-IN-EFFECTIVE-DATE = SPACES
               MOVE WS-TODAY-DASH TO WS-IN-EFFECTIVE-DATE
           END-IF

           EVALUATE TRUE
               WHEN WS-IN-CUSTOMER-ID IS NOT NUMERIC
                   OR (NOT WS-IN-MOVED AND NOT WS-IN-AMBIGUOUS
                       AND NOT WS-IN-NO-FORWARD)
                   ADD 1 TO UNMATCHED-COUNT
                   DISPLAY "UNREADABLE CHANGE-OF-ADDRESS LINE: "
                       NCOA-RESPONSE-RECORD(1:40)
               WHEN (WS-IN-MOVED OR WS-IN-AMBIGUOUS)
                   AND WS-IN-ADDRESS = SPACES
                   ADD 1 TO UNMATCHED-COUNT
                   DISPLAY "CHANGE-OF-ADDRESS LINE WITH NO ADDRESS: "
                       NCOA-RESPONSE-RECORD(1:40)
               WHEN OTHER
                   MOVE WS-IN-CUSTOMER-ID TO CUST-CUSTOMER-ID
                   PERFORM MATCH-ONE-RESPONSE
           END-EVALUATE.

      *> only a customer we actually sent, still active or held,
      *> takes an answer - a merged row or one never sent is
      *> reported and left alone.
       MATCH-ONE-RESPONSE.

           MOVE SPACES TO WS-SENT-DATE

           EXEC SQL
               SELECT COALESCE(address, ' '), customer_status,
                   COALESCE(ncoa_sent_date, ' ')
               INTO :CUST-ADDRESS, :CUST-STATUS, :WS-SENT-DATE
               FROM customers
               WHERE customer_id = :CUST-CUSTOMER-ID
                   AND customer_status IN ('A', 'H')
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0 OR WS-SENT-DATE = SPACES
                   ADD 1 TO UNMATCHED-COUNT
                   DISPLAY "UNMATCHED CHANGE-OF-ADDRESS RESPONSE: "
                       "CUSTOMER " CUST-CUSTOMER-ID
               WHEN WS-IN-MOVED
                   PERFORM APPLY-CONFIRMED-MOVE
               WHEN WS-IN-AMBIGUOUS
                   PERFORM QUEUE-AMBIGUOUS-MATCH
               WHEN OTHER
                   PERFORM HOLD-NO-FORWARD
           END-EVALUATE.

      *> a confirmed move replaces the address, with the old and new
      *> kept in the address history. A customer held on a bounced
      *> envelope is released through RETURNEDMAIL, the desk's own
      *> clear, since the address that bounced is no longer the one
      *> on file; any chase the desk had open closes with it. A
      *> repeat line that names the address we already hold changes
      *> nothing and sends no second letter.
       APPLY-CONFIRMED-MOVE.

           IF WS-IN-ADDRESS = CUST-ADDRESS
               ADD 1 TO UNCHANGED-COUNT
           ELSE
               EXEC SQL
                   UPDATE customers
                   SET address = :WS-IN-ADDRESS,
                       row_version = COALESCE(row_version, 0) + 1
                   WHERE customer_id = :CUST-CUSTOMER-ID
                       AND customer_status IN ('A', 'H')
               END-EXEC

               IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
                   MOVE SQLCODE TO SQL-ERROR-CODE
                   CALL "SQLMSG" USING SQL-ERROR-CODE
                       SQL-ERROR-MESSAGE
                   DISPLAY "ERROR UPDATING ADDRESS FOR CUSTOMER "
                       CUST-CUSTOMER-ID " - " SQL-ERROR-MESSAGE
               ELSE
                   ADD 1 TO MOVED-COUNT
                   PERFORM RECORD-ADDRESS-HISTORY

                   IF CUSTOMER-HELD
                       PERFORM RELEASE-ADDRESS-HOLD
                   ELSE
                       PERFORM CLOSE-OPEN-WORK-ITEMS
                   END-IF

                   DISPLAY "ADDRESS UPDATED: CUSTOMER "
                       CUST-CUSTOMER-ID " EFFECTIVE "
                       WS-IN-EFFECTIVE-DATE

                   PERFORM SEND-CONFIRMATION-LETTER
               END-IF
           END-IF.

       RECORD-ADDRESS-HISTORY.

           EXEC SQL
               INSERT INTO customer_address_history
               (customer_id, old_address, new_address,
                   change_source, effective_date, changed_date)
               VALUES
               (:CUST-CUSTOMER-ID, :CUST-ADDRESS, :WS-IN-ADDRESS,
                   'NCOA', :WS-IN-EFFECTIVE-DATE, :WS-TODAY-DASH)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "WARNING: ADDRESS HISTORY ROW NOT WRITTEN "
                   "FOR CUSTOMER " CUST-CUSTOMER-ID
           END-IF.

       RELEASE-ADDRESS-HOLD.

           MOVE "C" TO WS-MAIL-ACTION

           CALL "RETURNEDMAIL" USING WS-MAIL-ACTION
               CUST-CUSTOMER-ID WS-MAIL-STATUS

           IF WS-MAIL-OK
               ADD 1 TO RELEASED-COUNT
           ELSE
               DISPLAY "WARNING: ADDRESS HOLD NOT RELEASED FOR "
                   "CUSTOMER " CUST-CUSTOMER-ID
           END-IF.

       CLOSE-OPEN-WORK-ITEMS.

           EXEC SQL
               UPDATE address_work_items
               SET item_status = 'C',
                   closed_date = :WS-TODAY-DASH
               WHERE customer_id = :CUST-CUSTOMER-ID
                   AND item_status = 'O'
           END-EXEC.

      *> the confirmation goes out against the lowest in-force
      *> policy the customer owns, so CORRQUEUE's channel choice
      *> and the formatter's owner lookup both land on this
      *> customer - and it renders to the address just written,
      *> which is the point: if the move is wrong, the customer
      *> at the new address hears about it and calls.
       SEND-CONFIRMATION-LETTER.

           MOVE 0 TO WS-LETTER-POLICY-ID

           EXEC SQL
               SELECT COALESCE(MIN(p.policy_id), 0)
               INTO :WS-LETTER-POLICY-ID
               FROM policy_master p
               WHERE p.policy_status IN ('A', 'W', 'R', 'X')
                   AND COALESCE((SELECT r.customer_id
                       FROM policy_roles r
                       WHERE r.policy_id = p.policy_id
                           AND r.role_type = 'O'
                           AND r.role_status = 'A'
                       FETCH FIRST 1 ROW ONLY),
                       p.customer_id) = :CUST-CUSTOMER-ID
           END-EXEC

           IF WS-LETTER-POLICY-ID = 0
               DISPLAY "WARNING: NO IN-FORCE POLICY TO CONFIRM THE "
                   "ADDRESS CHANGE FOR CUSTOMER " CUST-CUSTOMER-ID
           ELSE
               MOVE "ADDR-CONFIRM" TO WS-LETTER-TYPE
               MOVE SPACES TO WS-LETTER-DATA
               STRING "YOUR MAILING ADDRESS WAS UPDATED FROM THE "
                   "POSTAL CHANGE OF ADDRESS EFFECTIVE "
                   WS-IN-EFFECTIVE-DATE
                   DELIMITED BY SIZE INTO WS-LETTER-DATA

               CALL "CORRQUEUE" USING WS-LETTER-TYPE
                   WS-LETTER-POLICY-ID WS-LETTER-DATA
                   WS-LETTER-STATUS

               IF WS-LETTER-OK
                   ADD 1 TO LETTER-COUNT
               END-IF
           END-IF.

      *> a possible match is never applied on the vendor's guess -
      *> it lands on the service desk's address queue with the
      *> candidate address beside it, one open item per customer,
      *> the same queue RETURNEDMAIL feeds.
       QUEUE-AMBIGUOUS-MATCH.

           MOVE 0 TO WS-EXISTING-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTING-COUNT
               FROM address_work_items
               WHERE customer_id = :CUST-CUSTOMER-ID
                   AND item_status = 'O'
           END-EXEC

           IF WS-EXISTING-COUNT > 0
               EXEC SQL
                   UPDATE address_work_items
                   SET item_source = 'NCOA',
                       proposed_address = :WS-IN-ADDRESS
                   WHERE customer_id = :CUST-CUSTOMER-ID
                       AND item_status = 'O'
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO address_work_items
                   (customer_id, opened_date, item_status,
                       item_source, proposed_address)
                   VALUES
                   (:CUST-CUSTOMER-ID, :WS-TODAY-DASH, 'O',
                       'NCOA', :WS-IN-ADDRESS)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               ADD 1 TO QUEUED-COUNT
               DISPLAY "AMBIGUOUS MATCH: CUSTOMER " CUST-CUSTOMER-ID
                   " - QUEUED FOR THE ADDRESS DESK"
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR QUEUEING ADDRESS ITEM FOR CUSTOMER "
                   CUST-CUSTOMER-ID " - " SQL-ERROR-MESSAGE
           END-IF.

      *> gone with no forwarding address is a bounce we heard about
      *> early - RETURNEDMAIL holds the customer and opens the chase
      *> exactly as if the envelope had come back, before the next
      *> notice is printed to nobody.
       HOLD-NO-FORWARD.

           ADD 1 TO NO-FORWARD-COUNT

           IF CUSTOMER-ACTIVE
               MOVE "B" TO WS-MAIL-ACTION

               CALL "RETURNEDMAIL" USING WS-MAIL-ACTION
                   CUST-CUSTOMER-ID WS-MAIL-STATUS

               IF WS-MAIL-FAILED
                   DISPLAY "WARNING: CUSTOMER " CUST-CUSTOMER-ID
                       " MOVED WITH NO FORWARDING ADDRESS - NOT "
                       "HELD"
               END-IF
           END-IF.
