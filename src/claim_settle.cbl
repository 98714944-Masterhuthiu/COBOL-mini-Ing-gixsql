           88 WS-PAYABLE-OK       VALUE "Y".
           88 WS-PAYABLE-FAILED   VALUE "N".

      *> a health claim booked past its jurisdiction's prompt-pay
      *> limit carries the statutory penalty, which CLAIMINTEREST
      *> books as its own payable beside the benefit.
       01 WS-COVERAGE-TYPE      PIC X(50).
       01 WS-INTEREST-BASIS     PIC X(01) VALUE "H".
       01 WS-INTEREST-AMOUNT    PIC 9(9)V99.
       01 WS-INTEREST-STATUS    PIC X(01).
           88 WS-INTEREST-FAILED  VALUE "N".
       01 TOTAL-INTEREST        PIC 9(11)V99 VALUE 0.

      *> assignment of benefits: a HEALTH claim for care from an
      *> in-network provider is paid to the provider, not the
      *> member - the payable carries the provider id so the
      *> payment run can roll all of a provider's claims into one
      *> payment with a remittance advice behind it.
       01 WS-PAYEE-NAME         PIC X(100).
       01 WS-PROVIDER-ID        PIC 9(9).
       01 WS-PROVIDER-NAME      PIC X(100).
       01 WS-NETWORK-STATUS     PIC X(01).
           88 PROVIDER-IN-NETWORK  VALUE "I".
       01 ASSIGNED-COUNT        PIC 9(7) VALUE 0.

       01 CLAIM-COUNT           PIC 9(7) VALUE 0.
       01 BOOKED-COUNT          PIC 9(7) VALUE 0.

       EXEC SQL
           DECLARE SETTLE-CURSOR CURSOR FOR
               SELECT c.claim_id, c.policy_id, c.amount_payable,
                   p.customer_name,
                   RTRIM(COALESCE(c.coverage_type, p.policy_type)),
                   COALESCE(c.provider_id, 0),
                   COALESCE(pr.provider_name, ' '),
                   COALESCE(pr.network_status, ' ')
               FROM claims c
                   JOIN policy_master p
                       ON c.policy_id = p.policy_id
                   LEFT JOIN providers pr
                       ON pr.provider_id = c.provider_id
               WHERE c.claim_status = 'A'
                   AND NOT (RTRIM(p.policy_type) = 'LIFE'
                       AND RTRIM(COALESCE(c.coverage_type,
                           p.policy_type)) = 'LIFE')

           DISPLAY "APPROVED CLAIMS REVIEWED: " CLAIM-COUNT.
           DISPLAY "PAYABLES BOOKED         : " BOOKED-COUNT.
           DISPLAY "ASSIGNED TO PROVIDERS   : " ASSIGNED-COUNT.
           DISPLAY "PROMPT-PAY INTEREST     : " TOTAL-INTEREST.
           DISPLAY "=== CLAIM SETTLEMENT COMPLETE ===".

           STOP RUN.
      *> the benefit goes to the policyholder for the adjudicated
      *> amount - the payment run disburses it and marks the claim
      *> PAID once the payable has gone out, the same path the
      *> death-claim settlement lines take. An assigned HEALTH
      *> claim goes to its in-network provider instead.
       SETTLE-ONE-CLAIM.

           EXEC SQL
               FETCH SETTLE-CURSOR
               INTO :CLAIM-ID, :POLICY-ID, :AMOUNT-PAYABLE,
                   :WS-CUSTOMER-NAME, :WS-COVERAGE-TYPE,
                   :WS-PROVIDER-ID, :WS-PROVIDER-NAME,
                   :WS-NETWORK-STATUS
           END-EXEC

           IF SQLCODE NOT = 0
           ELSE
               ADD 1 TO CLAIM-COUNT
               MOVE AMOUNT-PAYABLE TO WS-PAYABLE-AMOUNT
               MOVE WS-CUSTOMER-NAME TO WS-PAYEE-NAME
               IF WS-COVERAGE-TYPE NOT = "HEALTH"
                   OR NOT PROVIDER-IN-NETWORK
                   MOVE 0 TO WS-PROVIDER-ID
               END-IF
               IF WS-PROVIDER-ID > 0
                   MOVE WS-PROVIDER-NAME TO WS-PAYEE-NAME
               END-IF

               CALL "PAYABLEPOST" USING POLICY-ID CLAIM-ID
                   WS-PAYEE-NAME WS-PAYABLE-SOURCE
                   WS-PAYABLE-AMOUNT WS-PAYABLE-STATUS

               IF WS-PAYABLE-OK
                       WS-EVENT-TYPE WS-EVENT-PROGRAM
                   DISPLAY "CLAIM " CLAIM-ID " (POLICY " POLICY-ID
                       ") BOOKED FOR " AMOUNT-PAYABLE
                   IF WS-COVERAGE-TYPE = "HEALTH"
                       PERFORM BOOK-PROMPT-PAY-INTEREST
                   END-IF
                   IF WS-PROVIDER-ID > 0
                       PERFORM MARK-PROVIDER-ASSIGNED
                   END-IF
               ELSE
                   DISPLAY "ERROR: CLAIM " CLAIM-ID " NOT BOOKED "
                       "TO PAYABLES LEDGER"
               END-IF
           END-IF.

       BOOK-PROMPT-PAY-INTEREST.

           CALL "CLAIMINTEREST" USING CLAIM-ID POLICY-ID
               WS-INTEREST-BASIS WS-PAYEE-NAME
               WS-PAYABLE-AMOUNT WS-INTEREST-AMOUNT
               WS-INTEREST-STATUS

           IF WS-INTEREST-FAILED
               DISPLAY "WARNING: PROMPT-PAY INTEREST ON CLAIM "
                   CLAIM-ID " LEFT FOR THE DESK"
           ELSE
               ADD WS-INTEREST-AMOUNT TO TOTAL-INTEREST
           END-IF.

      *> the benefit and any prompt-pay interest on it both go to
      *> the provider, so both payables carry the provider id.
       MARK-PROVIDER-ASSIGNED.

           EXEC SQL
               UPDATE payables
               SET provider_id = :WS-PROVIDER-ID
               WHERE claim_id = :CLAIM-ID
                   AND payable_status IN ('O', 'H')
                   AND COALESCE(provider_id, 0) = 0
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO ASSIGNED-COUNT
               DISPLAY "  CLAIM " CLAIM-ID " ASSIGNED TO PROVIDER "
                   WS-PROVIDER-ID
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "WARNING: CLAIM " CLAIM-ID " PAYABLES NOT "
                   "MARKED FOR PROVIDER " WS-PROVIDER-ID " - "
                   SQL-ERROR-MESSAGE
           END-IF.
