           88 RATE-FOUND        VALUE "Y".
           88 RATE-NOT-FOUND    VALUE "N".

      *> money that belongs to the policy's owner - a refund, a
      *> surrender or withdrawal, a dividend or maturity paid in
      *> cash - is paid to whoever owns the policy today, which is
      *> not always the insured the caller has to hand. Claim,
      *> annuity and commission payees are the caller's to name.
       01 WS-ROLE-ACTION     PIC X(01) VALUE "N".
       01 WS-ROLE-TYPE       PIC X(01) VALUE "O".
       01 WS-ROLE-CUSTOMER-ID PIC 9(9).
       01 WS-ROLE-NAME       PIC X(100).
       01 WS-ROLE-STATUS     PIC X(01).
           88 WS-ROLE-OK        VALUE "Y".
           88 WS-ROLE-FAILED    VALUE "N".

       LINKAGE SECTION.

       01 LK-POLICY-ID       PIC 9(9).
           END-IF

           PERFORM RESOLVE-BOOKING-CURRENCY
           PERFORM RESOLVE-OWNER-PAYEE

      *> a zero payable is nothing owed - it never reaches the
      *> ledger, so the payment run has nothing to skip over.
                   MOVE 1.0000 TO WS-BOOKING-RATE
               END-IF
           END-IF.

       RESOLVE-OWNER-PAYEE.

           IF PAY-POLICY-ID > 0
               AND (PAY-SOURCE = "SURRENDER"
                   OR PAY-SOURCE = "WITHDRAWAL"
                   OR PAY-SOURCE = "CANCELREFUND"
                   OR PAY-SOURCE = "DIVIDEND"
                   OR PAY-SOURCE = "MATURITY"
                   OR PAY-SOURCE = "ENDORSEMENT"
                   OR PAY-SOURCE = "PREMREFUND"
                   OR PAY-SOURCE = "PDFREFUND"
                   OR PAY-SOURCE = "MLR-REBATE")
               CALL "POLICYROLE" USING WS-ROLE-ACTION PAY-POLICY-ID
                   WS-ROLE-TYPE WS-ROLE-CUSTOMER-ID WS-ROLE-NAME
                   WS-ROLE-STATUS
               IF WS-ROLE-OK AND WS-ROLE-NAME NOT = SPACES
                   MOVE WS-ROLE-NAME TO PAY-PAYEE-NAME
               END-IF
           END-IF.
