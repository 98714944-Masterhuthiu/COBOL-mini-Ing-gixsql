       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORATCHECK.

      *> answers "is this policy under a catastrophe moratorium" for
      *> the lapse run, the UL deduction, the dunning ladder and the
      *> cancellation path, so all four read the state's order the
      *> same way. An
      *> order covers the policy when the policy's jurisdiction is
      *> one of the event's cat_event_jurisdictions and the order
      *> had started by the as-of date; it protects the policy from
      *> a non-payment lapse or cancellation until its end date plus
      *> the extra grace days. Of several covering orders the one
      *> protecting longest wins. Nothing covering the policy, or
      *> every covering order's protection already run out, comes
      *> back as spaces.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       01 WS-POLICY-ID          PIC 9(9).
       01 WS-AS-OF-DATE         PIC X(10).
       01 WS-EVENT-CODE         PIC X(10).
       01 WS-ORDER-END          PIC X(10).
       01 WS-PROTECTED-UNTIL    PIC X(10).

       LINKAGE SECTION.

       01 LK-POLICY-ID          PIC 9(9).
       01 LK-AS-OF-DATE         PIC X(10).
       01 LK-EVENT-CODE         PIC X(10).
       01 LK-ORDER-END          PIC X(10).
       01 LK-PROTECTED-UNTIL    PIC X(10).

       PROCEDURE DIVISION USING LK-POLICY-ID LK-AS-OF-DATE
           LK-EVENT-CODE LK-ORDER-END LK-PROTECTED-UNTIL.

           MOVE LK-POLICY-ID TO WS-POLICY-ID
           MOVE LK-AS-OF-DATE TO WS-AS-OF-DATE
           MOVE SPACES TO LK-EVENT-CODE
           MOVE SPACES TO LK-ORDER-END
           MOVE SPACES TO LK-PROTECTED-UNTIL

           EXEC SQL
               SELECT m.event_code, m.order_end,
                   TO_CHAR(CAST(m.order_end AS DATE)
                       + m.extra_grace_days, 'YYYY-MM-DD')
               INTO :WS-EVENT-CODE, :WS-ORDER-END,
                   :WS-PROTECTED-UNTIL
               FROM cat_moratoriums m, cat_event_jurisdictions j,
                   policy_master p
               WHERE p.policy_id = :WS-POLICY-ID
                   AND j.jurisdiction_code = p.jurisdiction_code
                   AND m.event_code = j.event_code
                   AND m.order_start <= :WS-AS-OF-DATE
                   AND CAST(m.order_end AS DATE)
                       + m.extra_grace_days
                       >= CAST(:WS-AS-OF-DATE AS DATE)
               ORDER BY 3 DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 0
               MOVE WS-EVENT-CODE TO LK-EVENT-CODE
               MOVE WS-ORDER-END TO LK-ORDER-END
               MOVE WS-PROTECTED-UNTIL TO LK-PROTECTED-UNTIL
           END-IF.

           GOBACK.
