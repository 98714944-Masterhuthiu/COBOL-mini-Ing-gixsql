      *> promise to pay the service desk recorded through PROMISEPAY
      *> pauses the ladder until the promised date; if the money
      *> never arrives the promise is marked broken and the ladder
      *> resumes where it left off. A catastrophe moratorium over
      *> the policy's jurisdiction holds the ladder the same way
      *> for as long as the state's order is in force.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           88 WS-LETTER-OK         VALUE "Y".
           88 WS-LETTER-FAILED     VALUE "N".

      *> what MORATCHECK says covers the letter policy tonight.
       01 WS-MORAT-EVENT        PIC X(10).
       01 WS-MORAT-ORDER-END    PIC X(10).
       01 WS-MORAT-UNTIL        PIC X(10).

       01 INVOICE-COUNT         PIC 9(7) VALUE 0.
       01 PAUSED-COUNT          PIC 9(7) VALUE 0.
       01 MORATORIUM-COUNT      PIC 9(7) VALUE 0.
       01 BROKEN-COUNT          PIC 9(7) VALUE 0.
       01 LETTERS-QUEUED-COUNT  PIC 9(7) VALUE 0.

           88 WS-EOF                VALUE "Y".

      *> every open invoice past its due date with money still
      *> owing - the ladder works the arrears, not the ledger. A
      *> policy on a nonforfeiture option owes no premium, so any
      *> invoice of its still open is never chased. An employer's
      *> group bill carries no policy to lapse - its arrears are
      *> worked by the group desk, not this ladder.
       EXEC SQL
           DECLARE DUNNING-CURSOR CURSOR FOR
               SELECT invoice_id, policy_id, due_date,
               WHERE invoice_status = 'O'
                   AND due_date < :WS-TODAY-DASH
                   AND amount_due > amount_paid
                   AND COALESCE(invoice_source, 'B') <> 'G'
                   AND NOT EXISTS
                       (SELECT 1 FROM policy_master pm
                        WHERE pm.policy_id = invoices.policy_id
                            AND pm.policy_status IN ('R', 'X'))
               ORDER BY due_date, invoice_id
       END-EXEC.


           DISPLAY "OVERDUE INVOICES : " INVOICE-COUNT.
           DISPLAY "PAUSED ON PROMISE: " PAUSED-COUNT.
           DISPLAY "HELD BY MORATORIUM: " MORATORIUM-COUNT.
           DISPLAY "PROMISES BROKEN  : " BROKEN-COUNT.
           DISPLAY "LETTERS QUEUED   : " LETTERS-QUEUED-COUNT.
           DISPLAY "=== DUNNING RUN COMPLETE ===".
               IF WS-PROMISE-COUNT > 0
                   ADD 1 TO PAUSED-COUNT
               ELSE
                   PERFORM CHECK-MORATORIUM-HOLD

                   IF WS-MORAT-ORDER-END NOT < WS-TODAY-DASH
                       ADD 1 TO MORATORIUM-COUNT
                   ELSE
                       PERFORM CLIMB-THE-LADDER
                   END-IF
               END-IF
           END-IF.

                   " - LADDER RESUMES"
           END-IF.

      *> no collection letters into a declared disaster area while
      *> the state's order stands - the ladder resumes the night
      *> after it ends, so the final demand still lands before the
      *> extended grace LAPSEBATCH allows runs out. A combined
      *> invoice is judged by the policy its letters go out under.
       CHECK-MORATORIUM-HOLD.

           PERFORM RESOLVE-LETTER-POLICY

           CALL "MORATCHECK" USING WS-LETTER-POLICY-ID WS-TODAY-DASH
               WS-MORAT-EVENT WS-MORAT-ORDER-END WS-MORAT-UNTIL

           IF WS-MORAT-ORDER-END NOT < WS-TODAY-DASH
               DISPLAY "MORATORIUM HOLD: INVOICE " INV-INVOICE-ID
                   " - EVENT " WS-MORAT-EVENT " ORDER ENDS "
                   WS-MORAT-ORDER-END
           END-IF.

      *> the highest rung the age has reached that has not already
      *> been sent fires tonight - the dunning log is the per-rung
      *> already-sent memory, so each invoice gets each letter
