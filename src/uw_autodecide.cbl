       01 WS-PRIOR-DECLINES     PIC 9(5).
       01 WS-RULE-FIRED         PIC X(20).

       01 WS-MIB-ACTION         PIC X(01) VALUE "C".
       01 WS-MIB-CODES          PIC X(40) VALUE SPACES.
       01 WS-MIB-HITS           PIC 9(3).
       01 WS-MIB-STATUS         PIC X(01).

       01 WS-DOB-8              PIC 9(8).
       01 WS-DOB-JULIAN         PIC 9(7).
       01 WS-TODAY-8            PIC 9(8).
           ELSE
               PERFORM COMPUTE-APPLICANT-AGE
               PERFORM COUNT-PRIOR-DECLINES
               PERFORM COUNT-MIB-HITS
               PERFORM APPLY-DECISION-RULES
               PERFORM RECORD-RULE-FIRED
           END-IF.
                   AND application_id <> :LK-APPLICATION-ID
           END-EXEC.

      *> an unresolved bureau hit means someone has to read it -
      *> the case refers however clean it otherwise looks. So does
      *> one whose inquiry has not come back yet: no answer is not
      *> a clean answer.
       COUNT-MIB-HITS.

           MOVE 0 TO WS-MIB-HITS
           CALL "MIBINQUIRY" USING WS-MIB-ACTION LK-APPLICATION-ID
               WS-CUSTOMER-NAME WS-MIB-CODES WS-MIB-HITS
               WS-MIB-STATUS.

      *> refer rules fire before approve rules - a jumbo case with a
      *> clean history still refers, and a prior decline refers even
      *> on a small case. Only a case no refer rule touched, inside
               WHEN WS-PRIOR-DECLINES > 0
                   SET LK-REFER TO TRUE
                   MOVE "PRIOR-DECLINE" TO WS-RULE-FIRED
               WHEN WS-MIB-HITS > 0
                   SET LK-REFER TO TRUE
                   MOVE "MIB-HIT" TO WS-RULE-FIRED
               WHEN WS-COVERAGE-AMOUNT > JUMBO-THRESHOLD
                   SET LK-REFER TO TRUE
                   MOVE "JUMBO-LIMIT" TO WS-RULE-FIRED
