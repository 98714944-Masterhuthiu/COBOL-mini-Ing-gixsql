       01 WS-POLICY-NUMBER      PIC X(50).
       01 WS-NEW-PREMIUM        PIC 9(9)V99.
       01 WS-OLD-PREMIUM        PIC 9(7)V99.
       01 WS-NEW-COVERAGE       PIC 9(9)V99.

       01 WS-START-8            PIC 9(8).
       01 WS-START-JULIAN       PIC 9(7).
      *> coverage been written this way at issue.
       01 LK-NEW-PREMIUM-BASIS  PIC 9(7)V99.
       01 LK-PRORATA-AMOUNT     PIC S9(9)V99.
      *> the new face amount when the endorsement changes coverage
      *> as well as premium - an accepted anniversary increase -
      *> zero leaves COVERAGE-AMOUNT as it is.
       01 LK-NEW-COVERAGE       PIC 9(9)V99.
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK        VALUE "Y".
           88 LK-STATUS-FAILED    VALUE "N".

       PROCEDURE DIVISION USING LK-POLICY-ID LK-NEW-PREMIUM-BASIS
           LK-PRORATA-AMOUNT LK-NEW-COVERAGE LK-STATUS.

           MOVE LK-POLICY-ID TO POLICY-ID
           MOVE 0 TO LK-PRORATA-AMOUNT
           EXEC SQL
               SELECT customer_name, policy_type, premium,
                   currency_code, start_date, renewal_date,
                   policy_status, COALESCE(row_version, 0),
                   COALESCE(coverage_amount, 0)
               INTO :CUSTOMER-NAME, :POLICY-TYPE, :PREMIUM,
                   :CURRENCY-CODE, :START-DATE, :RENEWAL-DATE,
                   :POLICY-STATUS, :WS-ROW-VERSION,
                   :COVERAGE-AMOUNT
               FROM policy_master
               WHERE policy_id = :POLICY-ID
           END-EXEC.
           MOVE PREMIUM TO WS-OLD-PREMIUM
           MOVE POLICY-ID TO WS-POLICY-NUMBER

           IF LK-NEW-COVERAGE > 0
               MOVE LK-NEW-COVERAGE TO WS-NEW-COVERAGE
           ELSE
               MOVE COVERAGE-AMOUNT TO WS-NEW-COVERAGE
           END-IF

           CALL "RATEPOLICY" USING POLICY-TYPE WS-POLICY-NUMBER
               LK-NEW-PREMIUM-BASIS WS-NEW-PREMIUM CURRENCY-CODE

           EXEC SQL
               UPDATE policy_master
               SET premium = :WS-NEW-PREMIUM,
                   coverage_amount = :WS-NEW-COVERAGE,
                   row_version = :WS-ROW-VERSION + 1
               WHERE policy_id = :POLICY-ID
                   AND COALESCE(row_version, 0) = :WS-ROW-VERSION
               EXEC SQL
                   INSERT INTO endorsements
                   (policy_id, endorse_date, old_premium,
                       new_premium, prorata_amount,
                       old_coverage, new_coverage)
                   VALUES
                   (:POLICY-ID, :WS-TODAY-DASH, :WS-OLD-PREMIUM,
                       :WS-NEW-PREMIUM, :WS-PRORATA-AMOUNT,
                       :COVERAGE-AMOUNT, :WS-NEW-COVERAGE)
               END-EXEC

               IF SQLCODE = 0
