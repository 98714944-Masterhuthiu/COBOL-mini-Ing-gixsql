       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACTLOG.

      *> the service desk's memory: one row per call, email, letter
      *> or visit, against the customer and - when it was about one
      *> - the policy or claim, with why they got in touch and what
      *> was said. The operator is whoever is signed on through
      *> SIGNON. CUSTOMERINQ shows the latest first, so the next
      *> agent sees the customer already rang twice this week about
      *> the same invoice; CONTACTREASON counts the reasons by
      *> product to show which processes make people call.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-OPERATOR-ID        PIC 9(9).
       01 WS-CUSTOMER-ID        PIC 9(9).
       01 WS-POLICY-ID          PIC 9(9).
       01 WS-CUSTOMER-COUNT     PIC 9(7).
       01 WS-CONTACT-ID         PIC 9(9).

       LINKAGE SECTION.

       01 LK-CUSTOMER-ID        PIC 9(9).
       01 LK-POLICY-ID          PIC 9(9).
       01 LK-CLAIM-ID           PIC 9(9).
      *> how they reached us - "P" phone, "E" email, "L" letter,
      *> "W" walk-in, "C" web chat, "A" through their agent, "R"
      *> referred by a regulator.
       01 LK-CHANNEL            PIC X(01).
           88 LK-CHANNEL-VALID     VALUE "P" "E" "L" "W" "C" "A"
                                         "R".
      *> why - the short list the volume report counts by.
       01 LK-REASON-CODE        PIC X(04).
           88 LK-REASON-VALID      VALUE "BILL" "PAYM" "CLAM"
                                         "CHNG" "BENE" "ADDR"
                                         "CANC" "LOAN" "TAXF"
                                         "DOCS" "CMPL" "OTHR".
       01 LK-NOTE               PIC X(200).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-CUSTOMER-ID LK-POLICY-ID
           LK-CLAIM-ID LK-CHANNEL LK-REASON-CODE LK-NOTE LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

           MOVE LK-CUSTOMER-ID TO WS-CUSTOMER-ID
           MOVE LK-POLICY-ID TO WS-POLICY-ID

           PERFORM RESOLVE-THE-CUSTOMER

           EVALUATE TRUE
               WHEN WS-CUSTOMER-ID = 0
                   DISPLAY "ERROR: CONTACT NEEDS A CUSTOMER, POLICY "
                       "OR CLAIM ON FILE"
               WHEN NOT LK-CHANNEL-VALID
                   DISPLAY "ERROR: CHANNEL MUST BE P, E, L, W, C, A "
                       "OR R"
               WHEN NOT LK-REASON-VALID
                   DISPLAY "ERROR: UNKNOWN CONTACT REASON "
                       LK-REASON-CODE
               WHEN OTHER
                   PERFORM RECORD-THE-CONTACT
           END-EVALUATE.

           GOBACK.

      *> a caller quoting only a claim or policy number is still a
      *> customer - the claim leads to its policy and the policy to
      *> its insured.
       RESOLVE-THE-CUSTOMER.

           IF LK-CLAIM-ID > 0 AND WS-POLICY-ID = 0
               EXEC SQL
                   SELECT COALESCE(MAX(policy_id), 0)
                   INTO :WS-POLICY-ID
                   FROM claims
                   WHERE claim_id = :LK-CLAIM-ID
               END-EXEC
           END-IF

           IF WS-POLICY-ID > 0 AND WS-CUSTOMER-ID = 0
               EXEC SQL
                   SELECT COALESCE(MAX(customer_id), 0)
                   INTO :WS-CUSTOMER-ID
                   FROM policy_master
                   WHERE policy_id = :WS-POLICY-ID
               END-EXEC
           END-IF

           IF WS-CUSTOMER-ID > 0
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-CUSTOMER-COUNT
                   FROM customers
                   WHERE customer_id = :WS-CUSTOMER-ID
               END-EXEC

               IF SQLCODE NOT = 0 OR WS-CUSTOMER-COUNT = 0
                   MOVE 0 TO WS-CUSTOMER-ID
               END-IF
           END-IF.

       RECORD-THE-CONTACT.

           MOVE 0 TO WS-OPERATOR-ID

           EXEC SQL
               SELECT COALESCE(MAX(operator_id), 0)
               INTO :WS-OPERATOR-ID
               FROM operator_context
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 0 TO WS-OPERATOR-ID
           END-IF

           EXEC SQL
               INSERT INTO customer_contacts
               (customer_id, policy_id, claim_id, channel,
                   reason_code, note, operator_id, contact_at)
               VALUES
               (:WS-CUSTOMER-ID, :WS-POLICY-ID, :LK-CLAIM-ID,
                   :LK-CHANNEL, :LK-REASON-CODE, :LK-NOTE,
                   :WS-OPERATOR-ID, CURRENT_TIMESTAMP)
               RETURNING contact_id INTO :WS-CONTACT-ID
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "CONTACT " WS-CONTACT-ID " LOGGED FOR "
                   "CUSTOMER " WS-CUSTOMER-ID " (" LK-CHANNEL "/"
                   LK-REASON-CODE ")"
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR LOGGING CONTACT - " SQL-ERROR-MESSAGE
           END-IF.
