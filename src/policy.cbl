       01 WS-TODAY-DASH      PIC X(10).

      *> the treaty's per-risk capacity, resolved through the
      *> shared TREATYLINE lookup for the treaty in force on the
      *> policy's line and issue date - coverage above this line
      *> needs its own facultative placement through FACCERT, and
      *> until the excess is placed the policy is issued unplaced
      *> ("F") rather than in force.
       01 WS-TREATY-CAPACITY PIC 9(9)V99.

      *> what we already retain on the applicant's life across every
      *> in-force policy they are insured under, and our per-life
      *> retention, both from the shared LIFERETAIN - a life can be
      *> over retention on policies each well under the treaty line.
       01 WS-NO-POLICY-ID    PIC 9(9) VALUE 0.
       01 WS-LIFE-RETAINED   PIC 9(11)V99.
       01 WS-LIFE-RETENTION  PIC 9(9)V99.
       01 WS-LIFE-TOTAL      PIC 9(11)V99.

       LINKAGE SECTION.

      *> the applicant's own details come through the linkage now -

           PERFORM VALIDATE-POLICY-FIELDS

           CALL "TREATYLINE" USING POLICY-TYPE START-DATE
               WS-TREATY-CAPACITY

           IF COVERAGE-AMOUNT > WS-TREATY-CAPACITY
               SET POLICY-STATUS-UNPLACED TO TRUE
               PERFORM VALIDATE-AGENT-LICENSE
           END-IF

           IF VALIDATION-OK
               PERFORM LINK-CUSTOMER-RECORD
               PERFORM CHECK-PER-LIFE-RETENTION
           END-IF

           IF VALIDATION-FAILED
               DISPLAY "POLICY VALIDATION FAILED - POLICY NOT CREATED"
               MOVE WS-FAIL-REASON TO LK-FAIL-REASON
               SET LK-STATUS-FAILED TO TRUE
           ELSE
               PERFORM COMPUTE-RENEWAL-DATE

               EXEC SQL
                   INSERT INTO policy_master

           MOVE WS-CUSTOMER-ID TO CUSTOMER-ID.

      *> the new coverage on top of everything already retained on
      *> the same life - over our per-life retention, the policy is
      *> held unplaced for facultative placement exactly as
      *> over-line business is, and FACCERT releases it once the
      *> certificates bring the life back within retention.
       CHECK-PER-LIFE-RETENTION.

           CALL "LIFERETAIN" USING CUSTOMER-ID WS-NO-POLICY-ID
               WS-LIFE-RETAINED WS-LIFE-RETENTION

           COMPUTE WS-LIFE-TOTAL =
               WS-LIFE-RETAINED + COVERAGE-AMOUNT

           IF CUSTOMER-ID > 0
               AND WS-LIFE-TOTAL > WS-LIFE-RETENTION
               AND NOT POLICY-STATUS-UNPLACED
               SET POLICY-STATUS-UNPLACED TO TRUE
               DISPLAY "RETAINED ON LIFE " CUSTOMER-ID " WOULD BE "
                   WS-LIFE-TOTAL " OVER PER-LIFE RETENTION "
                   WS-LIFE-RETENTION " - POLICY ISSUES UNPLACED "
                   "PENDING FACULTATIVE CESSION"
           END-IF.

      *> the jurisdiction has to be one the maintained table knows -
      *> premium tax files per state, and a made-up code would leave
      *> this policy off every filing.
