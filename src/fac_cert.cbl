
      *> the same per-risk treaty line CREATE-POLICY holds
      *> unplaced business against, resolved through the shared
      *> TREATYLINE lookup (the treaty in force for the policy's
      *> line on its issue date) so the two sides can never
      *> disagree about where the line sits.
       01 WS-TREATY-CAPACITY    PIC 9(9)V99.

       01 WS-PLACED-TOTAL       PIC 9(11)V99.
       01 WS-EXCESS             PIC S9(11)V99.

      *> the policy may be held for the life rather than the risk -
      *> the placement also has to bring everything retained on the
      *> insured's life back within LIFERETAIN's per-life retention.
       01 WS-LIFE-RETAINED      PIC 9(11)V99.
       01 WS-LIFE-RETENTION     PIC 9(9)V99.
       01 WS-LIFE-EXCESS        PIC S9(11)V99.

       LINKAGE SECTION.

       01 LK-POLICY-ID          PIC 9(9).
           SET LK-STATUS-FAILED TO TRUE

           EXEC SQL
               SELECT policy_status, coverage_amount, policy_type,
                   start_date, COALESCE(customer_id, 0)
               INTO :POLICY-STATUS, :COVERAGE-AMOUNT, :POLICY-TYPE,
                   :START-DATE, :CUSTOMER-ID
               FROM policy_master
               WHERE policy_id = :POLICY-ID
           END-EXEC.
      *> line, coverage finally goes in force.
       ACTIVATE-IF-FULLY-PLACED.

           CALL "TREATYLINE" USING POLICY-TYPE START-DATE
               WS-TREATY-CAPACITY

           MOVE 0 TO WS-PLACED-TOTAL

           COMPUTE WS-EXCESS =
               COVERAGE-AMOUNT - WS-TREATY-CAPACITY

           CALL "LIFERETAIN" USING CUSTOMER-ID POLICY-ID
               WS-LIFE-RETAINED WS-LIFE-RETENTION

           IF CUSTOMER-ID > 0
               COMPUTE WS-LIFE-EXCESS =
                   WS-LIFE-RETAINED + COVERAGE-AMOUNT
                   - WS-LIFE-RETENTION
               IF WS-LIFE-EXCESS > WS-EXCESS
                   MOVE WS-LIFE-EXCESS TO WS-EXCESS
               END-IF
           END-IF

           IF WS-PLACED-TOTAL >= WS-EXCESS
               EXEC SQL
                   UPDATE policy_master
