       01 WS-PREMIUM            PIC 9(7)V99.
       01 WS-DATE-OF-BIRTH      PIC X(10).
       01 WS-ACCUM-VALUE        PIC 9(9)V99.
       01 WS-VARIABLE-VALUE     PIC 9(9)V99.
       01 WS-RMD-AMOUNT         PIC 9(9)V99.
       01 WS-DISTRIBUTED        PIC 9(9)V99.
       01 WS-TO-BOOK            PIC S9(9)V99.
                   MOVE RD-DIVISOR(RD-IDX) TO WS-DIVISOR
           END-SEARCH.

      *> the contract's value is the fixed accumulation plus the
      *> variable sub-accounts at their latest unit values.
       FETCH-ACCUMULATED-VALUE.

           MOVE 0 TO WS-ACCUM-VALUE
               WHERE policy_id = :WS-POLICY-ID
           END-EXEC

           CALL "VAVALUES" USING WS-POLICY-ID WS-TODAY-DASH
               WS-VARIABLE-VALUE
           ADD WS-VARIABLE-VALUE TO WS-ACCUM-VALUE

           IF WS-ACCUM-VALUE = 0
               MOVE WS-PREMIUM TO WS-ACCUM-VALUE
           END-IF.

      *> partial withdrawals the owner took during the year count
      *> toward the minimum the same as annuity money.
       SUM-YEAR-DISTRIBUTIONS.

           MOVE 0 TO WS-DISTRIBUTED
               INTO :WS-DISTRIBUTED
               FROM payables
               WHERE policy_id = :WS-POLICY-ID
                   AND RTRIM(source) IN ('ANNUITY', 'WITHDRAWAL')
                   AND COALESCE(paid_date, :WS-TODAY-DASH)
                       >= :WS-YEAR-START
           END-EXEC.
