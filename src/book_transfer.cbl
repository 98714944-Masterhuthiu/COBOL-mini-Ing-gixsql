       01 WS-OWING-TOTAL        PIC 9(11)V99.
       01 WS-ORPHAN-AGENT-ID    PIC 9(9).
       01 WS-ORPHAN-COUNT       PIC 9(7).
       01 WS-FROM-AGENT         PIC 9(9).
       01 WS-AGENCY-COUNT       PIC 9(5).

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).
       01 ORPHAN-AT-END         PIC X(01) VALUE "N".
           88 ORPHAN-EOF            VALUE "Y".

      *> the source agent's book - or, given a source agency, the
      *> book of every agent writing under that agency today -
      *> optionally narrowed by type and status. Spaces in a filter
      *> means that filter is off, the same way FindEmployees
      *> treats its "%" pattern.
       EXEC SQL
           DECLARE TRANSFER-CURSOR CURSOR FOR
               SELECT policy_id, policy_type, policy_status,
                   agent_id
               FROM policy_master
               WHERE ((:LK-SOURCE-AGENCY = 0
                       AND agent_id = :LK-SOURCE-AGENT)
                   OR (:LK-SOURCE-AGENCY > 0
                       AND agent_id IN
                           (SELECT l.agent_id
                            FROM agency_agents l
                            WHERE l.agency_id = :LK-SOURCE-AGENCY
                                AND l.effective_from <=
                                    :WS-TODAY-DASH
                                AND (l.effective_to IS NULL
                                    OR l.effective_to >
                                        :WS-TODAY-DASH))))
                   AND (:LK-FILTER-TYPE = ' '
                       OR policy_type = :LK-FILTER-TYPE)
                   AND (:LK-FILTER-STATUS = ' '
       LINKAGE SECTION.

       01 LK-SOURCE-AGENT       PIC 9(9).
      *> non-zero moves the whole agency's book and LK-SOURCE-AGENT
      *> is not used - the firm's contract ending takes every
      *> producer's policies with it.
       01 LK-SOURCE-AGENCY      PIC 9(9).
       01 LK-TARGET-AGENT       PIC 9(9).
       01 LK-FILTER-TYPE        PIC X(20).
       01 LK-FILTER-STATUS      PIC X(01).
           88 LK-STATUS-OK        VALUE "Y".
           88 LK-STATUS-FAILED    VALUE "N".

       PROCEDURE DIVISION USING LK-SOURCE-AGENT LK-SOURCE-AGENCY
           LK-TARGET-AGENT
           LK-FILTER-TYPE LK-FILTER-STATUS LK-TRANSFER-COUNT
           LK-STATUS.

               INTO WS-TODAY-DASH

           DISPLAY "=== BOOK-OF-BUSINESS TRANSFER ===".
           IF LK-SOURCE-AGENCY > 0
               DISPLAY "FROM AGENCY " LK-SOURCE-AGENCY
                   " TO AGENT " LK-TARGET-AGENT
           ELSE
               DISPLAY "FROM AGENT " LK-SOURCE-AGENT
                   " TO AGENT " LK-TARGET-AGENT
           END-IF.

      *> the receiving agent has to exist and still be on the books -
      *> transferring a book onto another departed agent would just
                   AND is_deleted = FALSE
           END-EXEC

           IF LK-SOURCE-AGENCY > 0
               PERFORM CHECK-SOURCE-AGENCY-DEBT
           ELSE
               PERFORM CHECK-SOURCE-AGENT-DEBT
           END-IF

           EVALUATE TRUE
               WHEN LK-SOURCE-AGENCY > 0 AND WS-AGENCY-COUNT = 0
                   DISPLAY "ERROR: AGENCY " LK-SOURCE-AGENCY
                       " NOT FOUND - NO POLICIES MOVED"
               WHEN WS-OWING-TOTAL > 0 AND LK-SOURCE-AGENCY > 0
                   DISPLAY "ERROR: AGENCY " LK-SOURCE-AGENCY
                       " OWES " WS-OWING-TOTAL " IN DEBIT "
                       "BALANCES - BOOK HELD UNTIL SETTLED"
               WHEN WS-OWING-TOTAL > 0
                   DISPLAY "ERROR: AGENT " LK-SOURCE-AGENT
                       " OWES " WS-OWING-TOTAL " IN ADVANCES "
               MOVE 0 TO SQLCODE
           END-IF.

      *> the firm's own debit balance is what it owes - its
      *> producers' commission was never theirs to owe back.
       CHECK-SOURCE-AGENCY-DEBT.

           MOVE 0 TO WS-OWING-TOTAL
           MOVE 0 TO WS-AGENCY-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :WS-AGENCY-COUNT
               FROM agencies
               WHERE agency_id = :LK-SOURCE-AGENCY
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(debit_balance), 0)
               INTO :WS-OWING-TOTAL
               FROM agency_balances
               WHERE agency_id = :LK-SOURCE-AGENCY
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 0 TO WS-OWING-TOTAL
               MOVE 0 TO SQLCODE
           END-IF.

       TRANSFER-THE-BOOK.

           MOVE "N" TO WS-AT-END

           EXEC SQL
               FETCH TRANSFER-CURSOR
               INTO :POLICY-ID, :POLICY-TYPE, :POLICY-STATUS,
                   :WS-FROM-AGENT
           END-EXEC

           IF SQLCODE NOT = 0
                   (policy_id, from_agent_id, to_agent_id,
                       transfer_date)
                   VALUES
                   (:POLICY-ID, :WS-FROM-AGENT,
                       :LK-TARGET-AGENT, :WS-TODAY-DASH)
               END-EXEC

