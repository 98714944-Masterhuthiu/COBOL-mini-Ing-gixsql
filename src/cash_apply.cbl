       FILE-CONTROL.
      *> the day's receipts, one payment per line, comma-delimited -
      *> "policyid,date,amount,reference" - same file-driven shape
      *> CLAIMSINTAKE reads the TPA claims file with. Two trailing
      *> fields, ",instrument,payer", are optional - a line without
      *> them is a check from the policyholder.
           SELECT PAYMENTS-INPUT-FILE ASSIGN TO "PAYMENTS_IN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENTS-INPUT-STATUS.

      *> the bank's BAI2 file - every lockbox deposit with its
      *> remittance detail, grouped by as-of date and account, with
      *> "88" continuation lines carrying on whatever record came
      *> before them.
           SELECT BAI-INPUT-FILE ASSIGN TO "LOCKBOX.BAI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAI-INPUT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  PAYMENTS-INPUT-FILE.
       01  PAYMENTS-INPUT-RECORD PIC X(120).

       FD  BAI-INPUT-FILE.
       01  BAI-INPUT-RECORD     PIC X(256).

       WORKING-STORAGE SECTION.

       COPY "../copy/invoice.cpy".
       01 WS-IN-PAY-DATE        PIC X(10).
       01 WS-IN-AMOUNT          PIC X(12).
       01 WS-IN-PAY-REF         PIC X(20).
       01 WS-IN-INSTRUMENT      PIC X(02).
       01 WS-IN-PAYER-NAME      PIC X(60).

       01 WS-POLICY-ID          PIC 9(9).
       01 WS-PAY-DATE           PIC X(10).
       01 WS-PAY-AMOUNT         PIC 9(7)V99.
       01 WS-PAY-REF            PIC X(20).

      *> how the money came in and who sent it - every receipt is
      *> kept whole on cash_receipts for AMLMONITOR, however it is
      *> later split across invoices. CA currency, MO money order,
      *> CC cashier's check, BD bank draft and TC traveler's check
      *> are the cash equivalents; CK check, WR wire, AC ACH.
       01 WS-PAY-INSTRUMENT     PIC X(02).
       01 WS-PAYER-NAME         PIC X(60).
       01 WS-REMAINING          PIC 9(7)V99.
       01 WS-APPLIED            PIC 9(7)V99.
       01 WS-OPEN-BALANCE       PIC 9(7)V99.
       01 FOUND-POLICY-ID       PIC 9(9).
       01 FOUND-POLICY-TYPE     PIC X(20).
       01 FOUND-POLICY-STATUS   PIC X(01).
       01 WS-UL-AMOUNT          PIC 9(9)V99.
       01 WS-UL-STATUS          PIC X(01).
           88 WS-UL-CREDITED       VALUE "Y".
       01 WS-SUSPENSE-REASON    PIC X(40).

      *> premium sent ahead of its bills - what is left once the
      *> open invoices are paid goes into the policy's advance
      *> premium deposit fund for BILLINGBATCH to draw on.
       01 WS-FUND-ACTION        PIC X(01) VALUE "D".
       01 WS-FUND-AMOUNT        PIC 9(9)V99.
       01 WS-FUND-STATUS        PIC X(01).
           88 WS-FUND-OK           VALUE "Y".
           88 WS-FUND-FAILED       VALUE "N".
       01 FUND-DEPOSIT-COUNT    PIC 9(7) VALUE 0.
       01 TOTAL-FUND-DEPOSITED  PIC 9(11)V99 VALUE 0.

      *> the list-bill side: a payment keyed to any policy of a
      *> combined-billing customer also pays down that customer's
      *> combined invoices, spread across the underlying policy
           88 PARSE-OK              VALUE "Y".
           88 PARSE-FAILED          VALUE "N".

       01 WS-BAI-INPUT-STATUS   PIC X(02).
           88 BAI-INPUT-OK          VALUE "00".
           88 BAI-INPUT-NOT-FOUND   VALUE "35".

      *> one logical BAI2 record - the physical line plus any
      *> continuation lines joined on - and the pointer the fields
      *> are read off it with.
       01 WS-BAI-RECORD         PIC X(2000).
       01 WS-BAI-LENGTH         PIC 9(4).
       01 WS-BAI-LINES          PIC 9(5).
       01 WS-BAI-PTR            PIC 9(4).
       01 WS-LINE-LENGTH        PIC 9(3).
       01 WS-LINE-TRAILING      PIC 9(3).
       01 WS-BAI-FIELD          PIC X(80).
       01 WS-BAI-CODE           PIC X(02).
       01 WS-BAI-TYPE-CODE      PIC X(03).
       01 WS-BAI-AMOUNT         PIC S9(13)V99.
       01 WS-BAI-FUNDS-TYPE     PIC X(01).
       01 WS-BAI-DIST-COUNT     PIC 9(3).
       01 WS-BAI-BANK-REF       PIC X(20).
       01 WS-BAI-CUST-REF       PIC X(20).
       01 WS-BAI-TEXT           PIC X(200).
       01 WS-BAI-AS-OF-DATE     PIC X(10).
       01 WS-BAI-ACCOUNT        PIC X(20).
       01 WS-BAI-SENDER         PIC X(20).
       01 WS-BAI-CREATED        PIC X(10).
       01 WS-BAI-FILE-ID        PIC X(10).
       01 WS-BAI-SEEN           PIC 9(5).
       01 WS-BAI-FILE-STATE     PIC X(01) VALUE "A".
           88 BAI-FILE-ACCEPTED     VALUE "A".
           88 BAI-FILE-DUPLICATE    VALUE "D".
       01 BAI-AT-END            PIC X(01) VALUE "N".
           88 BAI-EOF               VALUE "Y".

      *> one account's figures, checked at its 49 trailer: the
      *> control total against every amount the account reported,
      *> the record count against the lines read, and the bank's
      *> credits against what this run applied plus what it parked.
       01 ACCT-CHECKSUM         PIC S9(13)V99.
       01 ACCT-CONTROL-TOTAL    PIC S9(13)V99.
       01 ACCT-BANK-CREDITS     PIC S9(13)V99.
       01 ACCT-DETAIL-CREDITS   PIC S9(13)V99.
       01 ACCT-APPLIED-START    PIC 9(11)V99.
       01 ACCT-PARKED-START     PIC 9(11)V99.
       01 ACCT-APPLIED          PIC 9(11)V99.
       01 ACCT-PARKED           PIC 9(11)V99.
       01 ACCT-RECORD-COUNT     PIC 9(7).
       01 ACCT-RECORDS-STATED   PIC 9(7).
       01 ACCT-SUMMARY-STATE    PIC X(01).
           88 BANK-CREDITS-GIVEN    VALUE "Y".
           88 BANK-CREDITS-MISSING  VALUE "N".
       01 ACCT-RECON-STATUS     PIC X(01).
           88 ACCT-IN-BALANCE       VALUE "B".
           88 ACCT-OUT-OF-BALANCE   VALUE "X".

      *> the remittance text broken into words - a policy or
      *> invoice number is the word after its keyword.
       01 WS-TOKEN-TABLE.
           02 WS-TOKEN          PIC X(20) OCCURS 12 TIMES.
       01 WS-TOKEN-IDX          PIC 9(2).
       01 WS-NUM-TOKEN          PIC X(20).
       01 WS-TOKEN-LEN          PIC 9(2).
       01 WS-TOKEN-NUMBER       PIC 9(9).
       01 WS-TOKEN-STATE        PIC X(01).
           88 TOKEN-IS-NUMBER       VALUE "Y".
           88 TOKEN-NOT-NUMBER      VALUE "N".
       01 WS-REF-POLICY-ID      PIC 9(9).
       01 WS-REF-INVOICE-ID     PIC 9(9).
      *> a referenced invoice with no policy of its own - an
      *> employer's group bill, or a list-bill customer's combined
      *> invoice - is paid on its own terms, not through a policy.
       01 WS-REF-INVOICE-SOURCE PIC X(01).
           88 REF-GROUP-INVOICE     VALUE "G".
           88 REF-COMBINED-INVOICE  VALUE "L".
       01 WS-REF-CUSTOMER-ID    PIC 9(9).

       01 TOTAL-PARKED          PIC 9(11)V99 VALUE 0.
       01 BAI-DEPOSIT-COUNT     PIC 9(7) VALUE 0.
       01 BAI-NOT-CASH-COUNT    PIC 9(7) VALUE 0.
       01 BAI-ACCOUNT-COUNT     PIC 9(7) VALUE 0.
       01 BAI-UNBALANCED-COUNT  PIC 9(7) VALUE 0.

       01 PAYMENT-COUNT         PIC 9(7) VALUE 0.
       01 APPLIED-COUNT         PIC 9(7) VALUE 0.
       01 SUSPENSE-COUNT        PIC 9(7) VALUE 0.
               EXEC SQL COMMIT END-EXEC
           END-IF.

           OPEN INPUT BAI-INPUT-FILE

           IF BAI-INPUT-NOT-FOUND
               DISPLAY "NO BAI2 FILE - NO LOCKBOX DEPOSITS"
           ELSE
               MOVE SPACES TO WS-BAI-RECORD
               MOVE 0 TO WS-BAI-LENGTH

               PERFORM READ-BAI-LINE
                   UNTIL BAI-EOF

               IF WS-BAI-LENGTH > 0
                   PERFORM PROCESS-BAI-RECORD
               END-IF

               CLOSE BAI-INPUT-FILE

               EXEC SQL COMMIT END-EXEC
           END-IF.

           PERFORM PRINT-SUSPENSE-WORKLIST

      *>   count_3 carries the run's dollar volume in whole
           DISPLAY "PAYMENTS READ    : " PAYMENT-COUNT.
           DISPLAY "PAYMENTS APPLIED : " APPLIED-COUNT.
           DISPLAY "SENT TO SUSPENSE : " SUSPENSE-COUNT.
           DISPLAY "TO DEPOSIT FUND  : " FUND-DEPOSIT-COUNT
               " AMOUNT " TOTAL-FUND-DEPOSITED.
           DISPLAY "LOCKBOX DEPOSITS : " BAI-DEPOSIT-COUNT.
           DISPLAY "NON-CASH ITEMS   : " BAI-NOT-CASH-COUNT.
           DISPLAY "BAI2 ACCOUNTS    : " BAI-ACCOUNT-COUNT.
           DISPLAY "OUT OF BALANCE   : " BAI-UNBALANCED-COUNT.
           DISPLAY "=== CASH APPLICATION COMPLETE ===".

           STOP RUN.
                   ADD 1 TO PAYMENT-COUNT
                   PERFORM PARSE-ONE-PAYMENT
                   IF PARSE-OK
                       PERFORM RECORD-CASH-RECEIPT
                       PERFORM APPLY-ONE-PAYMENT
                   ELSE
                       PERFORM PARK-IN-SUSPENSE
           MOVE SPACES TO WS-IN-PAY-DATE
           MOVE SPACES TO WS-IN-AMOUNT
           MOVE SPACES TO WS-IN-PAY-REF
           MOVE SPACES TO WS-IN-INSTRUMENT
           MOVE SPACES TO WS-IN-PAYER-NAME

           UNSTRING PAYMENTS-INPUT-RECORD DELIMITED BY ","
               INTO WS-IN-POLICY-ID WS-IN-PAY-DATE
                   WS-IN-AMOUNT WS-IN-PAY-REF
                   WS-IN-INSTRUMENT WS-IN-PAYER-NAME
           END-UNSTRING

           MOVE WS-IN-PAY-DATE TO WS-PAY-DATE
           MOVE WS-IN-PAY-REF TO WS-PAY-REF
           MOVE WS-IN-INSTRUMENT TO WS-PAY-INSTRUMENT
           IF WS-PAY-INSTRUMENT = SPACES
               MOVE "CK" TO WS-PAY-INSTRUMENT
           END-IF
           MOVE WS-IN-PAYER-NAME TO WS-PAYER-NAME
           MOVE 0 TO WS-POLICY-ID

           IF WS-IN-POLICY-ID IS NOT NUMERIC

      *> a payment nothing can be done with is parked, never bounced -
      *> the money stays on the books in suspense and the operator
      *> worklist says why it is sitting there. Universal life is
      *> never invoiced, so its premium goes to the account value
      *> through ULACCOUNT instead of the invoice allocation.
       APPLY-ONE-PAYMENT.

           EXEC SQL
               SELECT policy_id, policy_type, policy_status
               INTO :FOUND-POLICY-ID, :FOUND-POLICY-TYPE,
                   :FOUND-POLICY-STATUS
               FROM policy_master
               WHERE policy_id = :WS-POLICY-ID
           END-EXEC
               MOVE "POLICY NOT ON FILE" TO WS-SUSPENSE-REASON
               PERFORM PARK-IN-SUSPENSE
           ELSE
               IF FOUND-POLICY-TYPE = "UL"
                   PERFORM CREDIT-UL-PREMIUM
               ELSE
                   PERFORM ALLOCATE-TO-INVOICES
               END-IF
           END-IF.

      *> a UL premium ULACCOUNT will not take (the policy is no
      *> longer active) parks like any other unappliable receipt.
       CREDIT-UL-PREMIUM.

           MOVE WS-PAY-AMOUNT TO WS-UL-AMOUNT

           CALL "ULACCOUNT" USING FOUND-POLICY-ID WS-UL-AMOUNT
               WS-UL-STATUS

           IF WS-UL-CREDITED
               ADD 1 TO APPLIED-COUNT
               ADD WS-PAY-AMOUNT TO TOTAL-APPLIED
           ELSE
               MOVE "UL PREMIUM NOT CREDITED" TO WS-SUSPENSE-REASON
               PERFORM PARK-IN-SUSPENSE
           END-IF.

      *> walks the policy's open invoices oldest first, paying each
      *> down until the payment runs out - a partial payment leaves
      *> the invoice open with its amount_paid advanced, and whatever
      *> survives every open invoice is advance premium for the
      *> deposit fund while the policy is in force. Only a receipt
      *> the fund will not take parks in suspense.
       ALLOCATE-TO-INVOICES.

           MOVE WS-PAY-AMOUNT TO WS-REMAINING
               PERFORM ALLOCATE-TO-COMBINED-INVOICES
           END-IF

           IF WS-REMAINING > 0 AND FOUND-POLICY-STATUS = "A"
               PERFORM DEPOSIT-TO-PREMIUM-FUND
           END-IF

           PERFORM PARK-WHAT-REMAINS.

       DEPOSIT-TO-PREMIUM-FUND.

           MOVE WS-REMAINING TO WS-FUND-AMOUNT

           CALL "PREMDEPOSIT" USING WS-FUND-ACTION WS-POLICY-ID
               WS-FUND-AMOUNT WS-FUND-STATUS

           IF WS-FUND-OK
               ADD 1 TO FUND-DEPOSIT-COUNT
               ADD WS-REMAINING TO TOTAL-FUND-DEPOSITED
               ADD WS-REMAINING TO TOTAL-APPLIED
               MOVE 0 TO WS-REMAINING
           END-IF.

       PAY-ONE-INVOICE.
               END-IF
           END-IF.

      *> the receipt as it arrived, before any of it is applied -
      *> an unreadable policy reference still records, under
      *> policy zero, so the receipts total ties to the bank.
       RECORD-CASH-RECEIPT.

           EXEC SQL
               INSERT INTO cash_receipts
               (policy_id, receipt_date, amount, payment_ref,
                   instrument, payer_name, aml_reviewed)
               VALUES
               (:WS-POLICY-ID, :WS-PAY-DATE, :WS-PAY-AMOUNT,
                   :WS-PAY-REF, :WS-PAY-INSTRUMENT, :WS-PAYER-NAME,
                   'N')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "WARNING: RECEIPT " WS-PAY-REF
                   " NOT RECORDED - " SQL-ERROR-MESSAGE
           END-IF.

       PARK-IN-SUSPENSE.

           EXEC SQL

           IF SQLCODE = 0
               ADD 1 TO SUSPENSE-COUNT
               ADD WS-PAY-AMOUNT TO TOTAL-PARKED
               DISPLAY "SUSPENSE: " WS-PAY-REF " AMOUNT "
                   WS-PAY-AMOUNT " - " WS-SUSPENSE-REASON
           ELSE
               WHERE policy_id = :WS-POLICY-ID
           END-EXEC

           PERFORM PAY-CUSTOMER-COMBINED-INVOICES.

       PAY-CUSTOMER-COMBINED-INVOICES.

           IF WS-CUSTOMER-ID > 0
               MOVE "N" TO COMB-AT-END

               DISPLAY "ERROR SETTLING COMBINED INVOICE "
                   WS-COMB-INVOICE-ID " - " SQL-ERROR-MESSAGE
           END-IF.

      *> a continuation line is joined onto the record it continues
      *> (its "88," becoming a field separator, and any "/" ending
      *> the line before it dropped); any other line
      *> first releases the record built so far, then starts the
      *> next one.
       READ-BAI-LINE.

           READ BAI-INPUT-FILE
               AT END
                   SET BAI-EOF TO TRUE
               NOT AT END
                   MOVE 0 TO WS-LINE-TRAILING
                   INSPECT FUNCTION REVERSE(BAI-INPUT-RECORD)
                       TALLYING WS-LINE-TRAILING FOR LEADING SPACE
                   COMPUTE WS-LINE-LENGTH = 256 - WS-LINE-TRAILING
                   IF BAI-INPUT-RECORD(1:3) = "88,"
                       AND WS-LINE-LENGTH > 3
                       AND WS-BAI-LENGTH + WS-LINE-LENGTH < 2000
                       IF WS-BAI-LENGTH > 0
                           AND WS-BAI-RECORD(WS-BAI-LENGTH:1) = "/"
                           SUBTRACT 1 FROM WS-BAI-LENGTH
                       END-IF
                       MOVE BAI-INPUT-RECORD(3:WS-LINE-LENGTH - 2)
                           TO WS-BAI-RECORD(WS-BAI-LENGTH + 1:
                               WS-LINE-LENGTH - 2)
                       ADD WS-LINE-LENGTH TO WS-BAI-LENGTH
                       SUBTRACT 2 FROM WS-BAI-LENGTH
                       ADD 1 TO WS-BAI-LINES
                   ELSE
                       IF WS-BAI-LENGTH > 0
                           PERFORM PROCESS-BAI-RECORD
                       END-IF
                       MOVE SPACES TO WS-BAI-RECORD
                       MOVE BAI-INPUT-RECORD TO WS-BAI-RECORD
                       MOVE WS-LINE-LENGTH TO WS-BAI-LENGTH
                       MOVE 1 TO WS-BAI-LINES
                   END-IF
           END-READ.

      *> a file already loaded once - same sender, creation stamp and
      *> file id - is skipped whole, so a resent file never applies
      *> the same deposits twice.
       PROCESS-BAI-RECORD.

           MOVE 1 TO WS-BAI-PTR
           PERFORM NEXT-BAI-FIELD
           MOVE WS-BAI-FIELD(1:2) TO WS-BAI-CODE

           EVALUATE TRUE
               WHEN WS-BAI-CODE = "01"
                   PERFORM BAI-FILE-HEADER
               WHEN BAI-FILE-DUPLICATE
                   CONTINUE
               WHEN WS-BAI-CODE = "02"
                   PERFORM BAI-GROUP-HEADER
               WHEN WS-BAI-CODE = "03"
                   PERFORM BAI-ACCOUNT-HEADER
               WHEN WS-BAI-CODE = "16"
                   PERFORM BAI-TRANSACTION-DETAIL
               WHEN WS-BAI-CODE = "49"
                   PERFORM BAI-ACCOUNT-TRAILER
               WHEN WS-BAI-CODE = "98" OR WS-BAI-CODE = "99"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "BAI2: UNRECOGNIZED RECORD - "
                       WS-BAI-RECORD(1:40)
           END-EVALUATE.

       NEXT-BAI-FIELD.

           MOVE SPACES TO WS-BAI-FIELD

           IF WS-BAI-PTR <= WS-BAI-LENGTH
               UNSTRING WS-BAI-RECORD(1:WS-BAI-LENGTH)
                   DELIMITED BY "," OR "/"
                   INTO WS-BAI-FIELD
                   WITH POINTER WS-BAI-PTR
               END-UNSTRING
           END-IF.

      *> BAI2 amounts carry no decimal point - the last two digits
      *> are cents.
       BAI-FIELD-TO-AMOUNT.

           MOVE 0 TO WS-BAI-AMOUNT

           IF WS-BAI-FIELD NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-BAI-FIELD) = 0
               COMPUTE WS-BAI-AMOUNT =
                   FUNCTION NUMVAL(WS-BAI-FIELD) / 100
           END-IF.

      *> the availability detail after a funds type: three amounts
      *> for "S", a value date and time for "V", a counted list of
      *> day/amount pairs for "D"; the other types carry none.
       SKIP-FUNDS-DETAIL.

           EVALUATE WS-BAI-FUNDS-TYPE
               WHEN "S"
                   PERFORM NEXT-BAI-FIELD 3 TIMES
               WHEN "V"
                   PERFORM NEXT-BAI-FIELD 2 TIMES
               WHEN "D"
                   PERFORM NEXT-BAI-FIELD
                   MOVE 0 TO WS-BAI-DIST-COUNT
                   IF WS-BAI-FIELD(1:1) IS NUMERIC
                       COMPUTE WS-BAI-DIST-COUNT =
                           FUNCTION NUMVAL(WS-BAI-FIELD)
                   END-IF
                   COMPUTE WS-BAI-DIST-COUNT = WS-BAI-DIST-COUNT * 2
                   PERFORM NEXT-BAI-FIELD WS-BAI-DIST-COUNT TIMES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BAI-FILE-HEADER.

           PERFORM NEXT-BAI-FIELD
           MOVE WS-BAI-FIELD TO WS-BAI-SENDER
           PERFORM NEXT-BAI-FIELD
           PERFORM NEXT-BAI-FIELD
           MOVE WS-BAI-FIELD(1:6) TO WS-BAI-CREATED
           PERFORM NEXT-BAI-FIELD
           MOVE WS-BAI-FIELD(1:4) TO WS-BAI-CREATED(7:4)
           PERFORM NEXT-BAI-FIELD
           MOVE WS-BAI-FIELD TO WS-BAI-FILE-ID

           MOVE 0 TO WS-BAI-SEEN

           EXEC SQL
               SELECT COUNT(*) INTO :WS-BAI-SEEN
               FROM bai_files
               WHERE sender_id = :WS-BAI-SENDER
                   AND created_stamp = :WS-BAI-CREATED
                   AND file_id = :WS-BAI-FILE-ID
           END-EXEC

           IF WS-BAI-SEEN > 0
               SET BAI-FILE-DUPLICATE TO TRUE
               DISPLAY "BAI2 FILE " WS-BAI-FILE-ID " FROM "
                   WS-BAI-SENDER " ALREADY LOADED - SKIPPED"
           ELSE
               SET BAI-FILE-ACCEPTED TO TRUE
               EXEC SQL
                   INSERT INTO bai_files
                   (sender_id, created_stamp, file_id)
                   VALUES
                   (:WS-BAI-SENDER, :WS-BAI-CREATED, :WS-BAI-FILE-ID)
               END-EXEC
           END-IF.

      *> the group's as-of date is the date every deposit in it is
      *> applied as received.
       BAI-GROUP-HEADER.

           PERFORM NEXT-BAI-FIELD 4 TIMES

           MOVE SPACES TO WS-BAI-AS-OF-DATE
           STRING "20" WS-BAI-FIELD(1:2) "-" WS-BAI-FIELD(3:2) "-"
               WS-BAI-FIELD(5:2) DELIMITED BY SIZE
               INTO WS-BAI-AS-OF-DATE.

      *> the account header opens the account's totals and carries
      *> the bank's summary amounts - type 100 is total credits,
      *> the figure the account must reconcile to.
       BAI-ACCOUNT-HEADER.

           PERFORM NEXT-BAI-FIELD
           MOVE WS-BAI-FIELD TO WS-BAI-ACCOUNT
           PERFORM NEXT-BAI-FIELD

           ADD 1 TO BAI-ACCOUNT-COUNT
           MOVE 0 TO ACCT-CHECKSUM
           MOVE 0 TO ACCT-BANK-CREDITS
           MOVE 0 TO ACCT-DETAIL-CREDITS
           MOVE TOTAL-APPLIED TO ACCT-APPLIED-START
           MOVE TOTAL-PARKED TO ACCT-PARKED-START
           MOVE WS-BAI-LINES TO ACCT-RECORD-COUNT
           SET BANK-CREDITS-MISSING TO TRUE

           PERFORM BAI-ONE-SUMMARY
               UNTIL WS-BAI-PTR > WS-BAI-LENGTH.

       BAI-ONE-SUMMARY.

           PERFORM NEXT-BAI-FIELD
           MOVE WS-BAI-FIELD(1:3) TO WS-BAI-TYPE-CODE
           PERFORM NEXT-BAI-FIELD
           PERFORM BAI-FIELD-TO-AMOUNT
           PERFORM NEXT-BAI-FIELD
           PERFORM NEXT-BAI-FIELD
           MOVE WS-BAI-FIELD(1:1) TO WS-BAI-FUNDS-TYPE
           PERFORM SKIP-FUNDS-DETAIL

           ADD WS-BAI-AMOUNT TO ACCT-CHECKSUM

           IF WS-BAI-TYPE-CODE = "100"
               MOVE WS-BAI-AMOUNT TO ACCT-BANK-CREDITS
               SET BANK-CREDITS-GIVEN TO TRUE
           END-IF.

      *> credit type codes run 100 to 399; a debit on the account
      *> (a returned deposit, a bank fee) is not a receipt and is
      *> left to treasury - it counts toward the control total only.
       BAI-TRANSACTION-DETAIL.

           PERFORM NEXT-BAI-FIELD
           MOVE WS-BAI-FIELD(1:3) TO WS-BAI-TYPE-CODE
           PERFORM NEXT-BAI-FIELD
           PERFORM BAI-FIELD-TO-AMOUNT
           PERFORM NEXT-BAI-FIELD
           MOVE WS-BAI-FIELD(1:1) TO WS-BAI-FUNDS-TYPE
           PERFORM SKIP-FUNDS-DETAIL
           PERFORM NEXT-BAI-FIELD
           MOVE WS-BAI-FIELD TO WS-BAI-BANK-REF
           PERFORM NEXT-BAI-FIELD
           MOVE WS-BAI-FIELD TO WS-BAI-CUST-REF

           MOVE SPACES TO WS-BAI-TEXT
           IF WS-BAI-PTR <= WS-BAI-LENGTH
               MOVE WS-BAI-RECORD(WS-BAI-PTR:
                   WS-BAI-LENGTH - WS-BAI-PTR + 1) TO WS-BAI-TEXT
           END-IF

           ADD WS-BAI-LINES TO ACCT-RECORD-COUNT
           ADD WS-BAI-AMOUNT TO ACCT-CHECKSUM

           IF WS-BAI-TYPE-CODE IS NUMERIC
               AND WS-BAI-TYPE-CODE >= "100"
               AND WS-BAI-TYPE-CODE <= "399"
               ADD WS-BAI-AMOUNT TO ACCT-DETAIL-CREDITS
               PERFORM APPLY-BAI-DEPOSIT
           ELSE
               ADD 1 TO BAI-NOT-CASH-COUNT
           END-IF.

      *> a deposit goes down exactly the road a PAYMENTS_IN line
      *> does once its policy is known - and parks, with the reason,
      *> when the remittance names nothing we can find.
       APPLY-BAI-DEPOSIT.

           ADD 1 TO PAYMENT-COUNT
           ADD 1 TO BAI-DEPOSIT-COUNT

           MOVE WS-BAI-AS-OF-DATE TO WS-PAY-DATE
           MOVE WS-BAI-AMOUNT TO WS-PAY-AMOUNT

           EVALUATE TRUE
               WHEN WS-BAI-BANK-REF NOT = SPACES
                   MOVE WS-BAI-BANK-REF TO WS-PAY-REF
               WHEN WS-BAI-CUST-REF NOT = SPACES
                   MOVE WS-BAI-CUST-REF TO WS-PAY-REF
               WHEN OTHER
                   MOVE SPACES TO WS-PAY-REF
                   STRING "LBX" WS-BAI-AS-OF-DATE(3:2)
                       WS-BAI-AS-OF-DATE(6:2) WS-BAI-AS-OF-DATE(9:2)
                       BAI-DEPOSIT-COUNT DELIMITED BY SIZE
                       INTO WS-PAY-REF
           END-EVALUATE

           PERFORM FIND-REMITTANCE-REFERENCE

      *>   the type code says how the deposit arrived - a lockbox
      *>   item is a check, and the bank does not pass the payer's
      *>   name on a lockbox deposit
           EVALUATE WS-BAI-TYPE-CODE
               WHEN "195"
               WHEN "196"
               WHEN "206"
               WHEN "208"
                   MOVE "WR" TO WS-PAY-INSTRUMENT
               WHEN "142"
               WHEN "165"
               WHEN "166"
               WHEN "169"
                   MOVE "AC" TO WS-PAY-INSTRUMENT
               WHEN OTHER
                   MOVE "CK" TO WS-PAY-INSTRUMENT
           END-EVALUATE
           MOVE SPACES TO WS-PAYER-NAME

           PERFORM RECORD-CASH-RECEIPT

           EVALUATE TRUE
               WHEN REF-GROUP-INVOICE
                   PERFORM APPLY-TO-GROUP-INVOICE
               WHEN REF-COMBINED-INVOICE
                   PERFORM APPLY-TO-LIST-BILL
               WHEN WS-POLICY-ID = 0
                   MOVE "NO POLICY OR INVOICE IN REMITTANCE"
                       TO WS-SUSPENSE-REASON
                   PERFORM PARK-IN-SUSPENSE
               WHEN OTHER
                   PERFORM APPLY-ONE-PAYMENT
           END-EVALUATE.

      *> an employer's remittance against its group bill - GROUPBILL
      *> writes the invoice under policy zero, so it is paid down
      *> directly; what it does not absorb parks for the desk to
      *> place against the group.
       APPLY-TO-GROUP-INVOICE.

           MOVE WS-PAY-AMOUNT TO WS-REMAINING

           EXEC SQL
               SELECT amount_due, amount_paid
               INTO :INV-AMOUNT-DUE, :INV-AMOUNT-PAID
               FROM invoices
               WHERE invoice_id = :WS-REF-INVOICE-ID
                   AND invoice_source = 'G'
                   AND invoice_status = 'O'
           END-EXEC

           IF SQLCODE = 0
               MOVE WS-REF-INVOICE-ID TO INV-INVOICE-ID
               COMPUTE WS-OPEN-BALANCE =
                   INV-AMOUNT-DUE - INV-AMOUNT-PAID

               IF WS-REMAINING >= WS-OPEN-BALANCE
                   MOVE WS-OPEN-BALANCE TO WS-APPLIED
                   SET INVOICE-PAID TO TRUE
               ELSE
                   MOVE WS-REMAINING TO WS-APPLIED
                   SET INVOICE-OPEN TO TRUE
               END-IF

               ADD WS-APPLIED TO INV-AMOUNT-PAID
               SUBTRACT WS-APPLIED FROM WS-REMAINING
               ADD WS-APPLIED TO TOTAL-APPLIED

               PERFORM POST-ONE-ALLOCATION
           END-IF

           PERFORM PARK-WHAT-REMAINS.

      *> a list-bill customer's remittance against a combined
      *> invoice pays down that customer's open combined invoices,
      *> oldest first, the same way a policy-keyed payment does.
       APPLY-TO-LIST-BILL.

           MOVE WS-PAY-AMOUNT TO WS-REMAINING
           MOVE WS-REF-CUSTOMER-ID TO WS-CUSTOMER-ID

           PERFORM PAY-CUSTOMER-COMBINED-INVOICES

           PERFORM PARK-WHAT-REMAINS.

       PARK-WHAT-REMAINS.

           IF WS-REMAINING < WS-PAY-AMOUNT
               ADD 1 TO APPLIED-COUNT
           END-IF

           IF WS-REMAINING > 0
               IF WS-REMAINING = WS-PAY-AMOUNT
                   MOVE "NO OPEN INVOICE FOR AMOUNT"
                       TO WS-SUSPENSE-REASON
               ELSE
                   MOVE "OVERPAYMENT AFTER APPLICATION"
                       TO WS-SUSPENSE-REASON
               END-IF
               MOVE WS-REMAINING TO WS-PAY-AMOUNT
               PERFORM PARK-IN-SUSPENSE
           END-IF.

      *> an invoice number is the surest reference - it names the
      *> policy it bills, or for a group bill or a combined invoice
      *> the employer group or list-bill customer it was sent to;
      *> failing that a policy number in the text,
      *> and failing that the customer reference, which the lockbox
      *> scanline fills with the policy number off the coupon.
       FIND-REMITTANCE-REFERENCE.

           MOVE 0 TO WS-POLICY-ID
           MOVE 0 TO WS-REF-POLICY-ID
           MOVE 0 TO WS-REF-INVOICE-ID
           MOVE SPACES TO WS-REF-INVOICE-SOURCE
           MOVE 0 TO WS-REF-CUSTOMER-ID
           MOVE SPACES TO WS-TOKEN-TABLE

           UNSTRING WS-BAI-TEXT
               DELIMITED BY ALL SPACE OR "," OR ":" OR "#" OR "="
                   OR "/"
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3)
                   WS-TOKEN(4) WS-TOKEN(5) WS-TOKEN(6)
                   WS-TOKEN(7) WS-TOKEN(8) WS-TOKEN(9)
                   WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12)
           END-UNSTRING

           PERFORM SCAN-ONE-TOKEN
               VARYING WS-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-TOKEN-IDX > 11

           IF WS-REF-INVOICE-ID > 0
               EXEC SQL
                   SELECT policy_id, COALESCE(invoice_source, 'B'),
                       COALESCE(customer_id, 0)
                   INTO :WS-POLICY-ID, :WS-REF-INVOICE-SOURCE,
                       :WS-REF-CUSTOMER-ID
                   FROM invoices
                   WHERE invoice_id = :WS-REF-INVOICE-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 0 TO WS-POLICY-ID
                   MOVE SPACES TO WS-REF-INVOICE-SOURCE
               END-IF
           END-IF

           IF WS-POLICY-ID = 0
               MOVE WS-REF-POLICY-ID TO WS-POLICY-ID
           END-IF

           IF WS-POLICY-ID = 0
               MOVE WS-BAI-CUST-REF TO WS-NUM-TOKEN
               PERFORM TOKEN-TO-NUMBER
               IF TOKEN-IS-NUMBER
                   MOVE WS-TOKEN-NUMBER TO WS-POLICY-ID
               END-IF
           END-IF.

       SCAN-ONE-TOKEN.

           EVALUATE WS-TOKEN(WS-TOKEN-IDX)
               WHEN "INV"
               WHEN "INVOICE"
                   MOVE WS-TOKEN(WS-TOKEN-IDX + 1) TO WS-NUM-TOKEN
                   PERFORM TOKEN-TO-NUMBER
                   IF TOKEN-IS-NUMBER AND WS-REF-INVOICE-ID = 0
                       MOVE WS-TOKEN-NUMBER TO WS-REF-INVOICE-ID
                   END-IF
               WHEN "POL"
               WHEN "POLICY"
                   MOVE WS-TOKEN(WS-TOKEN-IDX + 1) TO WS-NUM-TOKEN
                   PERFORM TOKEN-TO-NUMBER
                   IF TOKEN-IS-NUMBER AND WS-REF-POLICY-ID = 0
                       MOVE WS-TOKEN-NUMBER TO WS-REF-POLICY-ID
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TOKEN-TO-NUMBER.

           SET TOKEN-NOT-NUMBER TO TRUE
           MOVE 0 TO WS-TOKEN-LEN
           MOVE 0 TO WS-TOKEN-NUMBER

           INSPECT WS-NUM-TOKEN TALLYING WS-TOKEN-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE

           IF WS-TOKEN-LEN > 0 AND WS-TOKEN-LEN <= 9
               IF WS-NUM-TOKEN(1:WS-TOKEN-LEN) IS NUMERIC
                   COMPUTE WS-TOKEN-NUMBER =
                       FUNCTION NUMVAL(WS-NUM-TOKEN(1:WS-TOKEN-LEN))
                   IF WS-TOKEN-NUMBER > 0
                       SET TOKEN-IS-NUMBER TO TRUE
                   END-IF
               END-IF
           END-IF.

      *> the account closes: the file's own control total and record
      *> count prove nothing was lost in transmission, and the
      *> bank's credits - its type 100 summary, or the credit detail
      *> when it sends none - must equal applied plus parked to the
      *> penny. The result is kept for treasury's daily tie-out.
       BAI-ACCOUNT-TRAILER.

           PERFORM NEXT-BAI-FIELD
           PERFORM BAI-FIELD-TO-AMOUNT
           MOVE WS-BAI-AMOUNT TO ACCT-CONTROL-TOTAL
           PERFORM NEXT-BAI-FIELD
           MOVE 0 TO ACCT-RECORDS-STATED
           IF WS-BAI-FIELD(1:1) IS NUMERIC
               COMPUTE ACCT-RECORDS-STATED =
                   FUNCTION NUMVAL(WS-BAI-FIELD)
           END-IF

           ADD WS-BAI-LINES TO ACCT-RECORD-COUNT

           IF BANK-CREDITS-MISSING
               MOVE ACCT-DETAIL-CREDITS TO ACCT-BANK-CREDITS
           END-IF

           COMPUTE ACCT-APPLIED = TOTAL-APPLIED - ACCT-APPLIED-START
           COMPUTE ACCT-PARKED = TOTAL-PARKED - ACCT-PARKED-START

           SET ACCT-IN-BALANCE TO TRUE

           IF ACCT-CONTROL-TOTAL NOT = ACCT-CHECKSUM
               SET ACCT-OUT-OF-BALANCE TO TRUE
               DISPLAY "BAI2 ACCOUNT " WS-BAI-ACCOUNT
                   " CONTROL TOTAL " ACCT-CONTROL-TOTAL
                   " BUT RECORDS SUM TO " ACCT-CHECKSUM
           END-IF

           IF ACCT-RECORDS-STATED NOT = ACCT-RECORD-COUNT
               SET ACCT-OUT-OF-BALANCE TO TRUE
               DISPLAY "BAI2 ACCOUNT " WS-BAI-ACCOUNT
                   " STATES " ACCT-RECORDS-STATED
                   " RECORDS BUT " ACCT-RECORD-COUNT " WERE READ"
           END-IF

           IF ACCT-BANK-CREDITS NOT = ACCT-APPLIED + ACCT-PARKED
               SET ACCT-OUT-OF-BALANCE TO TRUE
           END-IF

           IF ACCT-IN-BALANCE
               DISPLAY "BAI2 ACCOUNT " WS-BAI-ACCOUNT " "
                   WS-BAI-AS-OF-DATE " RECONCILED - CREDITS "
                   ACCT-BANK-CREDITS " APPLIED " ACCT-APPLIED
                   " PARKED " ACCT-PARKED
           ELSE
               ADD 1 TO BAI-UNBALANCED-COUNT
               DISPLAY "BAI2 ACCOUNT " WS-BAI-ACCOUNT " "
                   WS-BAI-AS-OF-DATE " OUT OF BALANCE - CREDITS "
                   ACCT-BANK-CREDITS " APPLIED " ACCT-APPLIED
                   " PARKED " ACCT-PARKED
           END-IF

           EXEC SQL
               INSERT INTO bai_account_recon
               (as_of_date, account_number, bank_credits,
                   applied_amount, parked_amount, control_total,
                   recon_status)
               VALUES
               (:WS-BAI-AS-OF-DATE, :WS-BAI-ACCOUNT,
                   :ACCT-BANK-CREDITS, :ACCT-APPLIED, :ACCT-PARKED,
                   :ACCT-CONTROL-TOTAL, :ACCT-RECON-STATUS)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR RECORDING BAI2 RECONCILIATION - "
                   SQL-ERROR-MESSAGE
           END-IF.
