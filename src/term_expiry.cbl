      *> status - which is what keeps it out of BILLINGBATCH and
      *> RENEWALBATCH, since both only work 'A' rows - and a policy
      *> in its final term year gets a conversion-window reminder
      *> before TERMCONVERT stops being an option. Extended-term
      *> nonforfeiture coverage ends here too, the day after its
      *> EXTENDED-TERM-EXPIRY.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01 POLICY-COUNT          PIC 9(7) VALUE 0.
       01 EXPIRED-COUNT         PIC 9(7) VALUE 0.
       01 NOTICE-QUEUED-COUNT   PIC 9(7) VALUE 0.
       01 EXTENDED-EXPIRED-COUNT PIC 9(7) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".
               ORDER BY policy_id
       END-EXEC.

      *> extended-term policies whose bought years and days have
      *> run out - the face was paid for up to the expiry date and
      *> not a day past it.
       EXEC SQL
           DECLARE EXTENDED-TERM-CURSOR CURSOR FOR
               SELECT policy_id, customer_name,
                   extended_term_expiry
               FROM policy_master
               WHERE policy_status = 'X'
                   AND extended_term_expiry < :WS-TODAY-DASH
               ORDER BY policy_id
       END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY "=== NIGHTLY TERM EXPIRY PROCESSING ===".

           EXEC SQL CLOSE TERM-EXPIRY-CURSOR END-EXEC.

           MOVE "N" TO WS-AT-END

           EXEC SQL OPEN EXTENDED-TERM-CURSOR END-EXEC.

           PERFORM EXPIRE-ONE-EXTENDED-TERM
               UNTIL WS-EOF

           EXEC SQL CLOSE EXTENDED-TERM-CURSOR END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "TERM POLICIES CHECKED: " POLICY-COUNT.
           DISPLAY "POLICIES EXPIRED     : " EXPIRED-COUNT.
           DISPLAY "CONVERSION REMINDERS : " NOTICE-QUEUED-COUNT.
           DISPLAY "EXTENDED TERM ENDED  : " EXTENDED-EXPIRED-COUNT.
           DISPLAY "=== TERM EXPIRY COMPLETE ===".

           STOP RUN.
                   "-YEAR TERM ENDED " WS-TERM-END-DATE
           END-IF.

      *> the nonforfeiture value is spent - the policy expires the
      *> same way a level term does, with nothing further payable.
       EXPIRE-ONE-EXTENDED-TERM.

           EXEC SQL
               FETCH EXTENDED-TERM-CURSOR
               INTO :POLICY-ID, :CUSTOMER-NAME,
                   :EXTENDED-TERM-EXPIRY
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               SET POLICY-STATUS-EXPIRED TO TRUE

               EXEC SQL
                   UPDATE policy_master
                   SET policy_status = :POLICY-STATUS,
                       row_version = COALESCE(row_version, 0) + 1
                   WHERE policy_id = :POLICY-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO SQL-ERROR-CODE
                   CALL "SQLMSG" USING SQL-ERROR-CODE
                       SQL-ERROR-MESSAGE
                   DISPLAY "ERROR EXPIRING POLICY " POLICY-ID
                       " - " SQL-ERROR-MESSAGE
               ELSE
                   ADD 1 TO EXTENDED-EXPIRED-COUNT

                   EXEC SQL
                       UPDATE riders
                       SET rider_status = 'C'
                       WHERE policy_id = :POLICY-ID
                           AND rider_status IN ('A', 'S')
                   END-EXEC

                   MOVE "TERMEXPIRY" TO WS-AUDIT-PROGRAM
                   MOVE "NFO-TERM-EXPIRE" TO WS-AUDIT-EVENT
                   MOVE "STATUS=X" TO WS-AUDIT-OLD
                   MOVE "STATUS=E" TO WS-AUDIT-NEW
                   CALL "POLICYAUDIT" USING POLICY-ID
                       WS-AUDIT-PROGRAM WS-AUDIT-EVENT
                       WS-AUDIT-OLD WS-AUDIT-NEW

                   CALL "MASKPII" USING CUSTOMER-NAME
                       WS-MASKED-NAME
                   DISPLAY "EXTENDED TERM ENDED: POLICY " POLICY-ID
                       " " WS-MASKED-NAME(1:30) " - EXPIRED "
                       EXTENDED-TERM-EXPIRY
               END-IF
           END-IF.

      *> one conversion reminder per term, in the final policy year
      *> - after the term ends, TERMCONVERT is no longer an option,
      *> so the reminder has to land while the choice still exists.
