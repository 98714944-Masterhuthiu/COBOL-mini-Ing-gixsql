       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACTREASON.

      *> the week's service-desk contacts counted by product and
      *> reason, busiest reason first within each product - the
      *> processes that make customers pick up the phone. Contacts
      *> not about a particular policy count under NO POLICY.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-POLICY-TYPE        PIC X(20).
       01 WS-REASON-CODE        PIC X(04).
       01 WS-CONTACT-COUNT      PIC 9(7).
       01 WS-LAST-POLICY-TYPE   PIC X(20) VALUE SPACES.

       01 LINE-COUNT            PIC 9(7) VALUE 0.
       01 CONTACT-TOTAL         PIC 9(9) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

       EXEC SQL
           DECLARE CONTACT-REASON-CURSOR CURSOR FOR
               SELECT COALESCE(pm.policy_type, 'NO POLICY'),
                   c.reason_code, COUNT(*)
               FROM customer_contacts c
                   LEFT JOIN policy_master pm
                       ON pm.policy_id = c.policy_id
               WHERE CAST(c.contact_at AS DATE)
                       BETWEEN CAST(:LK-PERIOD-START AS DATE)
                       AND CAST(:LK-PERIOD-END AS DATE)
               GROUP BY 1, 2
               ORDER BY 1, 3 DESC, 2
       END-EXEC.

       LINKAGE SECTION.

       01 LK-PERIOD-START       PIC X(10).
       01 LK-PERIOD-END         PIC X(10).

       PROCEDURE DIVISION USING LK-PERIOD-START LK-PERIOD-END.

           DISPLAY "=== CONTACT VOLUME BY REASON ===".
           DISPLAY "PERIOD: " LK-PERIOD-START " TO "
               LK-PERIOD-END.

           DISPLAY "--- CONTACTS BY POLICY TYPE AND REASON ---".

           MOVE "N" TO WS-AT-END

           EXEC SQL OPEN CONTACT-REASON-CURSOR END-EXEC.

           PERFORM REPORT-ONE-REASON
               UNTIL WS-EOF

           EXEC SQL CLOSE CONTACT-REASON-CURSOR END-EXEC.

           DISPLAY "REASON LINES     : " LINE-COUNT.
           DISPLAY "TOTAL CONTACTS   : " CONTACT-TOTAL.
           DISPLAY "=== END OF CONTACT VOLUME REPORT ===".

           GOBACK.

       REPORT-ONE-REASON.

           EXEC SQL
               FETCH CONTACT-REASON-CURSOR
               INTO :WS-POLICY-TYPE, :WS-REASON-CODE,
                   :WS-CONTACT-COUNT
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO LINE-COUNT
               ADD WS-CONTACT-COUNT TO CONTACT-TOTAL

               IF WS-POLICY-TYPE NOT = WS-LAST-POLICY-TYPE
                   DISPLAY "  " WS-POLICY-TYPE
                   MOVE WS-POLICY-TYPE TO WS-LAST-POLICY-TYPE
               END-IF

               DISPLAY "    " WS-REASON-CODE " " WS-CONTACT-COUNT
           END-IF.
