       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPTRANSFER.

      *> the money side of a new application that funds by transfer
      *> from another carrier instead of by check - a 1035 exchange
      *> or a qualified rollover. Each expected transfer is a row
      *> against the application: the surrendering carrier, the
      *> amount expected and the cost basis the old contract carries
      *> over. The desk receives each one as the money lands, and
      *> the approval step will not issue the policy while any of
      *> them is still in flight - the same gate UWREQUIREMENT keeps
      *> for evidence. The carried basis stays on the row and
      *> follows the policy once it issues, so TAXEXTRACT can back
      *> it out of the taxable portion of later payouts.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).
       01 WS-APP-STATUS         PIC X(01).
       01 WS-EXPECTED-AMOUNT    PIC 9(9)V99.
       01 WS-AMOUNT-VARIANCE    PIC S9(9)V99.
       01 WS-STILL-OPEN         PIC 9(3).

      *> handed to UWAPPLICATION when the last transfer lands on an
      *> application that was approved and is only waiting on money.
       01 WS-ISSUE-ACTION       PIC X(01) VALUE "F".
       01 WS-ISSUE-NAME         PIC X(100).
       01 WS-ISSUE-TYPE         PIC X(20).
       01 WS-ISSUE-PREMIUM      PIC 9(7)V99.
       01 WS-ISSUE-CURRENCY     PIC X(03).
       01 WS-ISSUE-START        PIC X(10).
       01 WS-ISSUE-FREQUENCY    PIC X(01).
       01 WS-ISSUE-COVERAGE     PIC 9(9)V99.
       01 WS-ISSUE-JURISDICTION PIC X(02).
       01 WS-ISSUE-AGENT-ID     PIC 9(9).
       01 WS-ISSUE-RISK-CLASS   PIC X(01).
       01 WS-ISSUE-POLICY-ID    PIC 9(9).
       01 WS-ISSUE-STATUS       PIC X(01).
           88 WS-ISSUE-OK          VALUE "Y".
           88 WS-ISSUE-FAILED      VALUE "N".

       LINKAGE SECTION.

      *> "A" adds an expected transfer to an open application, "R"
      *> receives one by its transfer id, "C" counts what is still
      *> in flight on the application into LK-OUTSTANDING.
       01 LK-ACTION             PIC X(01).
           88 LK-ADD               VALUE "A".
           88 LK-RECEIVE           VALUE "R".
           88 LK-COUNT-OPEN        VALUE "C".
       01 LK-APPLICATION-ID     PIC 9(9).
       01 LK-TRANSFER-ID        PIC 9(9).
      *> "E" a 1035 exchange, "R" a qualified rollover.
       01 LK-TRANSFER-TYPE      PIC X(01).
           88 LK-EXCHANGE          VALUE "E".
           88 LK-ROLLOVER          VALUE "R".
       01 LK-CARRIER-NAME       PIC X(60).
      *> the amount expected on "A", the amount that arrived on "R".
       01 LK-AMOUNT             PIC 9(9)V99.
       01 LK-COST-BASIS         PIC 9(9)V99.
       01 LK-OUTSTANDING        PIC 9(3).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-APPLICATION-ID
           LK-TRANSFER-ID LK-TRANSFER-TYPE LK-CARRIER-NAME
           LK-AMOUNT LK-COST-BASIS LK-OUTSTANDING LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE
           MOVE 0 TO LK-OUTSTANDING

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           EVALUATE TRUE
               WHEN LK-ADD
                   PERFORM ADD-EXPECTED-TRANSFER
               WHEN LK-RECEIVE
                   PERFORM RECEIVE-ONE-TRANSFER
               WHEN LK-COUNT-OPEN
                   PERFORM COUNT-OUTSTANDING
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN TRANSFER ACTION "
                       LK-ACTION
           END-EVALUATE.

           GOBACK.

      *> a transfer can only be expected on an application that has
      *> not yet issued or been declined - once the policy is out
      *> the money is ordinary premium.
       ADD-EXPECTED-TRANSFER.

           MOVE SPACES TO WS-APP-STATUS

           EXEC SQL
               SELECT app_status INTO :WS-APP-STATUS
               FROM applications
               WHERE application_id = :LK-APPLICATION-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "ERROR: APPLICATION " LK-APPLICATION-ID
                       " NOT FOUND, TRANSFER NOT ADDED"
               WHEN WS-APP-STATUS NOT = "R"
                   AND WS-APP-STATUS NOT = "V"
                   AND WS-APP-STATUS NOT = "F"
                   DISPLAY "ERROR: APPLICATION " LK-APPLICATION-ID
                       " IS NOT OPEN, TRANSFER NOT ADDED"
               WHEN NOT LK-EXCHANGE AND NOT LK-ROLLOVER
                   DISPLAY "ERROR: TRANSFER TYPE MUST BE E OR R, "
                       "TRANSFER NOT ADDED"
               WHEN LK-CARRIER-NAME = SPACES
                   DISPLAY "ERROR: SURRENDERING CARRIER REQUIRED, "
                       "TRANSFER NOT ADDED"
               WHEN LK-AMOUNT NOT > 0
                   DISPLAY "ERROR: EXPECTED AMOUNT MUST BE "
                       "POSITIVE, TRANSFER NOT ADDED"
               WHEN LK-COST-BASIS > LK-AMOUNT
                   DISPLAY "ERROR: COST BASIS EXCEEDS THE AMOUNT "
                       "EXPECTED, TRANSFER NOT ADDED"
               WHEN OTHER
                   PERFORM STORE-EXPECTED-TRANSFER
           END-EVALUATE.

       STORE-EXPECTED-TRANSFER.

           EXEC SQL
               INSERT INTO app_transfers
               (application_id, transfer_type, carrier_name,
                   expected_amount, cost_basis, requested_date,
                   received_amount, transfer_status)
               VALUES
               (:LK-APPLICATION-ID, :LK-TRANSFER-TYPE,
                   :LK-CARRIER-NAME, :LK-AMOUNT, :LK-COST-BASIS,
                   :WS-TODAY-DASH, 0, 'P')
               RETURNING transfer_id INTO :LK-TRANSFER-ID
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "TRANSFER " LK-TRANSFER-ID " EXPECTED ON "
                   "APPLICATION " LK-APPLICATION-ID " FROM "
                   LK-CARRIER-NAME
               DISPLAY "  AMOUNT " LK-AMOUNT " COST BASIS "
                   LK-COST-BASIS
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR INSERT TRANSFER: " SQLCODE
                   " - " SQL-ERROR-MESSAGE
           END-IF.

      *> matches the incoming money to its pending transfer row.
      *> The carrier's check rarely matches the quote to the penny -
      *> what arrived is what is recorded, and a difference is shown
      *> so the desk can re-quote the premium if it matters. A
      *> duplicate receipt finds no pending row and is turned away.
       RECEIVE-ONE-TRANSFER.

           MOVE 0 TO WS-EXPECTED-AMOUNT

           EXEC SQL
               SELECT application_id, expected_amount
               INTO :LK-APPLICATION-ID, :WS-EXPECTED-AMOUNT
               FROM app_transfers
               WHERE transfer_id = :LK-TRANSFER-ID
                   AND transfer_status = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR: TRANSFER " LK-TRANSFER-ID
                   " IS NOT PENDING, RECEIPT NOT RECORDED"
           ELSE
           IF LK-AMOUNT NOT > 0
               DISPLAY "ERROR: RECEIVED AMOUNT MUST BE POSITIVE, "
                   "RECEIPT NOT RECORDED"
           ELSE
               PERFORM RECORD-THE-RECEIPT
           END-IF
           END-IF.

       RECORD-THE-RECEIPT.

           EXEC SQL
               UPDATE app_transfers
               SET transfer_status = 'R',
                   received_amount = :LK-AMOUNT,
                   received_date = :WS-TODAY-DASH
               WHERE transfer_id = :LK-TRANSFER-ID
                   AND transfer_status = 'P'
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
               DISPLAY "TRANSFER " LK-TRANSFER-ID " RECEIVED FOR "
                   "APPLICATION " LK-APPLICATION-ID " - "
                   LK-AMOUNT
               COMPUTE WS-AMOUNT-VARIANCE =
                   LK-AMOUNT - WS-EXPECTED-AMOUNT
               IF WS-AMOUNT-VARIANCE NOT = 0
                   DISPLAY "  NOTE: EXPECTED " WS-EXPECTED-AMOUNT
                       " VARIANCE " WS-AMOUNT-VARIANCE
               END-IF
               SET LK-STATUS-OK TO TRUE
               PERFORM ISSUE-IF-FULLY-FUNDED
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR RECORDING TRANSFER RECEIPT: " SQLCODE
                   " - " SQL-ERROR-MESSAGE
           END-IF.

      *> an application the underwriters already approved sits at
      *> "F" waiting on its money - the receipt that clears the last
      *> pending transfer is what issues the policy.
       ISSUE-IF-FULLY-FUNDED.

           MOVE 0 TO WS-STILL-OPEN
           MOVE SPACES TO WS-APP-STATUS

           EXEC SQL
               SELECT COUNT(*) INTO :WS-STILL-OPEN
               FROM app_transfers
               WHERE application_id = :LK-APPLICATION-ID
                   AND transfer_status = 'P'
           END-EXEC

           EXEC SQL
               SELECT app_status INTO :WS-APP-STATUS
               FROM applications
               WHERE application_id = :LK-APPLICATION-ID
           END-EXEC

           MOVE WS-STILL-OPEN TO LK-OUTSTANDING

           IF WS-STILL-OPEN = 0 AND WS-APP-STATUS = "F"
               CALL "UWAPPLICATION" USING WS-ISSUE-ACTION
                   LK-APPLICATION-ID WS-ISSUE-NAME WS-ISSUE-TYPE
                   WS-ISSUE-PREMIUM WS-ISSUE-CURRENCY WS-ISSUE-START
                   WS-ISSUE-FREQUENCY WS-ISSUE-COVERAGE
                   WS-ISSUE-JURISDICTION WS-ISSUE-AGENT-ID
                   WS-ISSUE-RISK-CLASS WS-ISSUE-POLICY-ID
                   WS-ISSUE-STATUS
               IF WS-ISSUE-FAILED
                   DISPLAY "WARNING: APPLICATION " LK-APPLICATION-ID
                       " FULLY FUNDED BUT NOT ISSUED"
               END-IF
           END-IF.

       COUNT-OUTSTANDING.

           EXEC SQL
               SELECT COUNT(*) INTO :LK-OUTSTANDING
               FROM app_transfers
               WHERE application_id = :LK-APPLICATION-ID
                   AND transfer_status = 'P'
           END-EXEC

           IF SQLCODE = 0
               SET LK-STATUS-OK TO TRUE
           END-IF.
