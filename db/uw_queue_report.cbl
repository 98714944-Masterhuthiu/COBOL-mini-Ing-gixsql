       01 WS-AGENT-ID           PIC 9(9).
       01 WS-RECEIVED-DATE      PIC X(10).
       01 WS-APP-STATUS         PIC X(01).
       01 WS-UNDERWRITER-ID     PIC 9(9).
       01 WS-REFERRAL-CHAIN     PIC X(100).

       01 RECEIVED-COUNT        PIC 9(5) VALUE 0.
       01 IN-REVIEW-COUNT       PIC 9(5) VALUE 0.

      *> the work still in front of the underwriters - received and
      *> in-review applications, oldest first, so the queue is worked
      *> in arrival order. Each case shows the underwriter it sits
      *> with and, once referred for authority, the chain of
      *> underwriters it climbed to get there.
       EXEC SQL
           DECLARE UW-QUEUE-CURSOR CURSOR FOR
               SELECT application_id, agent_id, received_date,
                   app_status, COALESCE(underwriter_id, 0),
                   COALESCE(referral_chain, ' ')
               FROM applications
               WHERE app_status IN ('R', 'V')
               ORDER BY received_date, application_id
           EXEC SQL
               FETCH UW-QUEUE-CURSOR
               INTO :WS-APPLICATION-ID, :WS-AGENT-ID,
                   :WS-RECEIVED-DATE, :WS-APP-STATUS,
                   :WS-UNDERWRITER-ID, :WS-REFERRAL-CHAIN
           END-EXEC

           IF SQLCODE NOT = 0
                   " RECEIVED " WS-RECEIVED-DATE
                   " AGENT " WS-AGENT-ID
                   " STATUS " WS-APP-STATUS
                   " UNDERWRITER " WS-UNDERWRITER-ID

               IF WS-REFERRAL-CHAIN NOT = SPACES
                   DISPLAY "    REFERRED " WS-REFERRAL-CHAIN(1:60)
               END-IF
           END-IF.
