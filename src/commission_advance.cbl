               IF WS-PAYABLE-FAILED
                   DISPLAY "WARNING: ADVANCE FOR AGENT "
                       LK-AGENT-ID " NOT BOOKED TO PAYABLES"
               ELSE
                   PERFORM MARK-AGENT-PAYABLE
               END-IF

               DISPLAY "ADVANCE " LK-AMOUNT " BOOKED TO AGENT "
               SET LK-STATUS-OK TO TRUE
           END-IF.

      *> tagged with the agent, as COMMISSIONRUN tags the earned
      *> commission it pays - the advance is paid compensation in
      *> the year it goes out, and the year-end reporting finds it
      *> by the tag.
       MARK-AGENT-PAYABLE.

           EXEC SQL
               UPDATE payables
               SET agent_id = :LK-AGENT-ID
               WHERE COALESCE(policy_id, 0) = 0
                   AND source = :WS-PAYABLE-SOURCE
                   AND payee_name = :WS-AGENT-NAME
                   AND payable_status IN ('O', 'H')
                   AND agent_id IS NULL
                   AND agency_id IS NULL
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "WARNING: ADVANCE PAYABLE NOT TAGGED TO "
                   "AGENT " LK-AGENT-ID
           END-IF.

       BUMP-THE-BALANCE.

           EXEC SQL
