      *> Adjudication reprices every HEALTH claim to the allowed
      *> amount off these tables before the deductible and copay
      *> arithmetic runs - billed charges stop being the price.
      *> A provider's banking details ride on the same row: an
      *> in-network provider paid on assigned claims gets one
      *> consolidated EFT per payment run to the account stored
      *> here, or one check when no account is on file.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       LINKAGE SECTION.

      *> "P" adds or updates a provider (network status "I" in /
      *> "O" out), "F" loads one fee-schedule row - LK-PRIOR-AUTH
      *> "Y" marks the procedure as needing prior authorization
      *> (PRIORAUTH) before adjudication will pay it. "B" stores
      *> the provider's bank routing code and account - both blank
      *> takes the provider back to checks.
       01 LK-ACTION             PIC X(01).
           88 LK-PROVIDER          VALUE "P".
           88 LK-FEE-ROW           VALUE "F".
           88 LK-BANKING           VALUE "B".
       01 LK-PROVIDER-ID        PIC 9(9).
       01 LK-PROVIDER-NAME      PIC X(100).
       01 LK-NETWORK-STATUS     PIC X(01).
       01 LK-PROCEDURE-CODE     PIC X(08).
       01 LK-ALLOWED-AMOUNT     PIC 9(7)V99.
       01 LK-PRIOR-AUTH         PIC X(01).
       01 LK-BANK-CODE          PIC X(11).
       01 LK-ACCOUNT-NUMBER     PIC X(20).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-PROVIDER-ID
           LK-PROVIDER-NAME LK-NETWORK-STATUS LK-PROCEDURE-CODE
           LK-ALLOWED-AMOUNT LK-PRIOR-AUTH LK-BANK-CODE
           LK-ACCOUNT-NUMBER LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

                   PERFORM MAINTAIN-ONE-PROVIDER
               WHEN LK-FEE-ROW
                   PERFORM LOAD-ONE-FEE
               WHEN LK-BANKING
                   PERFORM STORE-PROVIDER-BANKING
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN PROVIDER ACTION "
                       LK-ACTION
               WHEN LK-ALLOWED-AMOUNT NOT > 0
                   DISPLAY "ERROR: ALLOWED AMOUNT MUST BE "
                       "POSITIVE"
               WHEN LK-PRIOR-AUTH NOT = "Y"
                   AND LK-PRIOR-AUTH NOT = "N"
                   DISPLAY "ERROR: PRIOR AUTH FLAG MUST BE Y OR N"
               WHEN OTHER
                   EXEC SQL
                       SELECT COUNT(*) INTO :WS-EXISTING-COUNT
                       EXEC SQL
                           UPDATE fee_schedule
                           SET allowed_amount =
                               :LK-ALLOWED-AMOUNT,
                               prior_auth_required =
                                   :LK-PRIOR-AUTH
                           WHERE procedure_code =
                               :LK-PROCEDURE-CODE
                       END-EXEC
                   ELSE
                       EXEC SQL
                           INSERT INTO fee_schedule
                           (procedure_code, allowed_amount,
                               prior_auth_required)
                           VALUES
                           (:LK-PROCEDURE-CODE,
                               :LK-ALLOWED-AMOUNT, :LK-PRIOR-AUTH)
                       END-EXEC
                   END-IF

                   IF SQLCODE = 0
                       DISPLAY "FEE " LK-ALLOWED-AMOUNT
                           " LOADED FOR PROCEDURE "
                           LK-PROCEDURE-CODE " PRIOR AUTH "
                           LK-PRIOR-AUTH
                       SET LK-STATUS-OK TO TRUE
                   ELSE
                       MOVE SQLCODE TO SQL-ERROR-CODE
                           SQL-ERROR-MESSAGE
                   END-IF
           END-EVALUATE.

      *> routing code and account go on together or come off
      *> together - half a set of banking details would send the
      *> payment run to a wire it cannot complete.
       STORE-PROVIDER-BANKING.

           MOVE 0 TO WS-EXISTING-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTING-COUNT
               FROM providers
               WHERE provider_id = :LK-PROVIDER-ID
           END-EXEC

           EVALUATE TRUE
               WHEN WS-EXISTING-COUNT = 0
                   DISPLAY "ERROR: PROVIDER " LK-PROVIDER-ID
                       " NOT FOUND, BANKING NOT STORED"
               WHEN LK-BANK-CODE = SPACES
                   AND LK-ACCOUNT-NUMBER NOT = SPACES
                   DISPLAY "ERROR: BANK CODE IS BLANK"
               WHEN LK-BANK-CODE NOT = SPACES
                   AND LK-ACCOUNT-NUMBER = SPACES
                   DISPLAY "ERROR: ACCOUNT NUMBER IS BLANK"
               WHEN OTHER
                   EXEC SQL
                       UPDATE providers
                       SET bank_code = :LK-BANK-CODE,
                           account_number = :LK-ACCOUNT-NUMBER
                       WHERE provider_id = :LK-PROVIDER-ID
                   END-EXEC

                   IF SQLCODE = 0
                       IF LK-BANK-CODE = SPACES
                           DISPLAY "PROVIDER " LK-PROVIDER-ID
                               " BANKING REMOVED - PAID BY CHECK"
                       ELSE
                           DISPLAY "PROVIDER " LK-PROVIDER-ID
                               " BANKING STORED - PAID BY EFT"
                       END-IF
                       SET LK-STATUS-OK TO TRUE
                   ELSE
                       MOVE SQLCODE TO SQL-ERROR-CODE
                       CALL "SQLMSG" USING SQL-ERROR-CODE
                           SQL-ERROR-MESSAGE
                       DISPLAY "ERROR STORING PROVIDER BANKING - "
                           SQL-ERROR-MESSAGE
                   END-IF
           END-EVALUATE.
