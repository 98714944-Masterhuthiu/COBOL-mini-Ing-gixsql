
       01 POLICY-COUNT          PIC 9(5) VALUE 0.

      *> the last few contacts, newest first - enough for the agent
      *> on the phone to see what the customer already asked.
       01 RECENT-CONTACT-LIMIT  PIC 9(3) VALUE 10.
       01 CONTACT-COUNT         PIC 9(3) VALUE 0.
       01 WS-CONTACT-AT         PIC X(26).
       01 WS-CONTACT-CHANNEL    PIC X(01).
       01 WS-CONTACT-REASON     PIC X(04).
       01 WS-CONTACT-OPERATOR   PIC 9(9).
       01 WS-CONTACT-POLICY-ID  PIC 9(9).
       01 WS-CONTACT-CLAIM-ID   PIC 9(9).
       01 WS-CONTACT-NOTE       PIC X(200).

      *> every look is logged against the signed-on operator -
      *> ACCESSLOG writes the row.
       01 WS-ACCESS-PROGRAM     PIC X(20) VALUE "CUSTOMERINQ".
       01 WS-ACCESS-POLICY-ID   PIC 9(9) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

       01 CLAIM-AT-END          PIC X(01) VALUE "N".
           88 CLAIM-EOF             VALUE "Y".

       01 CONTACT-AT-END        PIC X(01) VALUE "N".
           88 CONTACT-EOF           VALUE "Y".

      *> everything the person holds, one pass per domain - policies
      *> off this cursor, then riders and claims per policy off
      *> their own cursors, the same nested shape POLICYDECL prints
               ORDER BY policy_id
       END-EXEC.

       EXEC SQL
           DECLARE CUST-CONTACT-CURSOR CURSOR FOR
               SELECT contact_at, channel, reason_code,
                   COALESCE(operator_id, 0),
                   COALESCE(policy_id, 0), COALESCE(claim_id, 0),
                   COALESCE(note, ' ')
               FROM customer_contacts
               WHERE customer_id = :CUST-CUSTOMER-ID
               ORDER BY contact_at DESC, contact_id DESC
       END-EXEC.

       EXEC SQL
           DECLARE CUST-RIDER-CURSOR CURSOR FOR
               SELECT rider_type, rider_premium, rider_status
           MOVE LK-CUSTOMER-ID TO CUST-CUSTOMER-ID

           EXEC SQL
               SELECT customer_name, date_of_birth, customer_status,
                   COALESCE(tax_id, ' '), COALESCE(w9_status, 'N'),
                   COALESCE(w9_date, ' '),
                   COALESCE(backup_withholding, 'N'),
                   COALESCE(language_code, 'EN')
               INTO :CUST-NAME, :CUST-DATE-OF-BIRTH, :CUST-STATUS,
                   :CUST-TAX-ID, :CUST-W9-STATUS, :CUST-W9-DATE,
                   :CUST-BACKUP-WITHHOLD, :CUST-LANGUAGE
               FROM customers
               WHERE customer_id = :CUST-CUSTOMER-ID
           END-EXEC.
                   DISPLAY "ERROR SELECT CUSTOMER: " SQLCODE
                       " - " SQL-ERROR-MESSAGE
               ELSE
                   CALL "ACCESSLOG" USING WS-ACCESS-PROGRAM
                       CUST-CUSTOMER-ID WS-ACCESS-POLICY-ID
                   PERFORM PRINT-CUSTOMER-VIEW
               END-IF
           END-IF.
           DISPLAY "NAME          : " WS-MASKED-NAME
           DISPLAY "DATE OF BIRTH : " CUST-DATE-OF-BIRTH
           DISPLAY "STATUS        : " CUST-STATUS
           DISPLAY "LANGUAGE      : " CUST-LANGUAGE
           IF CUST-TAX-ID = SPACES
               DISPLAY "TAX ID        : NOT ON FILE"
           ELSE
               DISPLAY "TAX ID        : ***-**-" CUST-TIN-LAST-FOUR
           END-IF
           IF W9-CERTIFIED
               DISPLAY "W-9           : CERTIFIED " CUST-W9-DATE
           ELSE
               DISPLAY "W-9           : NOT ON FILE"
           END-IF
           IF BACKUP-WITHHOLDING-ON
               DISPLAY "BACKUP WITHHOLDING IN FORCE"
           END-IF
           DISPLAY "----------------------------------------"

           PERFORM PRINT-RECENT-CONTACTS

           DISPLAY "----------------------------------------"

           MOVE "N" TO WS-AT-END

           DISPLAY "========================================".

       PRINT-RECENT-CONTACTS.

           DISPLAY "RECENT CONTACTS:"

           MOVE "N" TO CONTACT-AT-END
           MOVE 0 TO CONTACT-COUNT

           EXEC SQL OPEN CUST-CONTACT-CURSOR END-EXEC

           PERFORM PRINT-ONE-CONTACT
               UNTIL CONTACT-EOF
                   OR CONTACT-COUNT >= RECENT-CONTACT-LIMIT

           EXEC SQL CLOSE CUST-CONTACT-CURSOR END-EXEC

           IF CONTACT-COUNT = 0
               DISPLAY "  (NO CONTACTS ON FILE)"
           END-IF.

       PRINT-ONE-CONTACT.

           EXEC SQL
               FETCH CUST-CONTACT-CURSOR
               INTO :WS-CONTACT-AT, :WS-CONTACT-CHANNEL,
                   :WS-CONTACT-REASON, :WS-CONTACT-OPERATOR,
                   :WS-CONTACT-POLICY-ID, :WS-CONTACT-CLAIM-ID,
                   :WS-CONTACT-NOTE
           END-EXEC

           IF SQLCODE NOT = 0
               SET CONTACT-EOF TO TRUE
           ELSE
               ADD 1 TO CONTACT-COUNT
               DISPLAY "  " WS-CONTACT-AT(1:16) " "
                   WS-CONTACT-CHANNEL " " WS-CONTACT-REASON
                   " OPERATOR " WS-CONTACT-OPERATOR
                   " POLICY " WS-CONTACT-POLICY-ID
                   " CLAIM " WS-CONTACT-CLAIM-ID
               DISPLAY "    " WS-CONTACT-NOTE(1:70)
           END-IF.

       PRINT-ONE-POLICY.

           EXEC SQL
