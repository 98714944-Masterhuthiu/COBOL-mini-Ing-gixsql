
       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/partition.cpy".

       01 WS-POLICY-NUMBER      PIC X(50).
       01 WS-INSTALLMENT        PIC 9(9)V99.
       01 WS-DIVIDEND-CREDIT    PIC 9(9)V99.
       01 WS-CREDIT-APPLIED     PIC 9(9)V99.
      *> the advance premium deposit fund draw - "W" asks for the
      *> billable amount and gets back what the fund covered.
       01 WS-FUND-ACTION        PIC X(01) VALUE "W".
       01 WS-FUND-DRAWN         PIC 9(9)V99.
       01 WS-FUND-STATUS        PIC X(01).
           88 WS-FUND-OK           VALUE "Y".
           88 WS-FUND-FAILED       VALUE "N".
      *> the amount the credit draws against - the ordinary invoice
      *> path and the combined detail-line path both stage their
      *> figure here so one paragraph serves both.
       01 WS-LINE-COUNT         PIC 9(5).
       01 COMBINED-LINE-COUNT   PIC 9(7) VALUE 0.

      *> who the bill goes to - the payor POLICYROLE has on record,
      *> which for most of the book is simply the insured. A
      *> parent paying for a child's policy, or a business paying
      *> for key-person cover, is billed in their own name, and it
      *> is the payor's list-bill election that combines the bill.
       01 WS-ROLE-ACTION        PIC X(01) VALUE "N".
       01 WS-ROLE-TYPE          PIC X(01) VALUE "P".
       01 WS-BILL-TO-ID         PIC 9(9).
       01 WS-BILL-TO-NAME       PIC X(100).
       01 WS-ROLE-STATUS        PIC X(01).
           88 WS-ROLE-OK           VALUE "Y".
           88 WS-ROLE-FAILED       VALUE "N".

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-JULIAN       PIC 9(7).
       01 WS-DUE-JULIAN         PIC 9(7).
       01 POLICY-COUNT          PIC 9(7) VALUE 0.
       01 INVOICE-COUNT         PIC 9(7) VALUE 0.
       01 TOTAL-BILLED          PIC 9(11)V99 VALUE 0.
       01 TOTAL-FUND-DRAWN      PIC 9(11)V99 VALUE 0.

       01 WS-RUN-ACTION       PIC X(01).
       01 WS-RUN-PROGRAM      PIC X(20).
       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> partitions running side by side can each bill a policy of
      *> the same list-bill customer, so the combined invoice is
      *> opened and grown under a lock on the customer row and
      *> committed there and then - the cursor is reopened above the
      *> last policy billed, the same way PREMIUMBATCH resumes after
      *> an interval's COMMIT.
       01 WS-RESUME-POLICY-ID   PIC 9(9) VALUE 0.
       01 WS-LOCKED-CUSTOMER-ID PIC 9(9).

      *> only active policies bill - a lapsed, cancelled, surrendered
      *> or waived policy generates no invoice, which is exactly how
      *> the waiver-of-premium benefit suppresses billing without the
      *> billing run having to know why. Reduced paid-up and
      *> extended-term nonforfeiture policies drop out the same way.
      *> Universal life premium is flexible - the policyholder pays
      *> what and when they choose - so it is never invoiced.
       EXEC SQL
           DECLARE BILLING-CURSOR CURSOR FOR
               SELECT policy_id, premium, payment_frequency,
                   renewal_date, COALESCE(customer_id, 0)
               FROM policy_master
               WHERE policy_status = 'A'
                   AND RTRIM(policy_type) <> 'UL'
                   AND policy_id > :WS-RESUME-POLICY-ID
                   AND policy_id >= :PARTITION-LOW-ID
                   AND policy_id <= :PARTITION-HIGH-ID
               ORDER BY policy_id
       END-EXEC.


           DISPLAY "=== MONTHLY INSTALLMENT BILLING RUN ===".

           CALL "PARTRANGE" USING PARTITION-NUMBER PARTITION-COUNT
               PARTITION-LOW-ID PARTITION-HIGH-ID PARTITION-STATUS

           MOVE "P" TO WS-RUN-ACTION
           MOVE "BILLINGBATCH" TO WS-RUN-PROGRAM
           MOVE SPACES TO WS-RUN-STATUS
           MOVE PARTITION-NUMBER TO WS-RUN-COUNT-1
           MOVE PARTITION-COUNT TO WS-RUN-COUNT-2
           MOVE 0 TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           IF PARTITION-INVALID
               MOVE "E" TO WS-RUN-ACTION
               MOVE "F" TO WS-RUN-STATUS
               MOVE 0 TO WS-RUN-COUNT-1
               MOVE 0 TO WS-RUN-COUNT-2
               MOVE 0 TO WS-RUN-COUNT-3
               CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
                   WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
                   WS-RUN-COUNT-2 WS-RUN-COUNT-3
               EXEC SQL COMMIT END-EXEC
               DISPLAY "=== BILLING RUN NOT RUN ==="
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           COMPUTE WS-TODAY-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-8)

           EXEC SQL CLOSE BILLING-CURSOR END-EXEC.

      *>   count_3 carries the run's dollar volume in whole
      *>   dollars (capped at the field) so the anomaly check can
      *>   judge money as well as record counts
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "POLICIES SCANNED  : " POLICY-COUNT.
           DISPLAY "INVOICES GENERATED: " INVOICE-COUNT.
           DISPLAY "LIST-BILL LINES   : " COMBINED-LINE-COUNT.
           DISPLAY "DEPOSIT FUND DRAWN: " TOTAL-FUND-DRAWN.
           DISPLAY "=== BILLING RUN COMPLETE ===".

           STOP RUN.
               ADD 1 TO POLICY-COUNT
               PERFORM DECIDE-BILLING-CYCLE
               IF BILL-THIS-CYCLE
                   PERFORM RESOLVE-PAYOR
                   PERFORM CHECK-LIST-BILL-ELECTION
                   IF WS-LIST-BILL = "Y"
                       IF PARTITION-COUNT > 1
                           PERFORM ADD-UNDER-CUSTOMER-LOCK
                       ELSE
                           PERFORM ADD-TO-COMBINED-INVOICE
                       END-IF
                   ELSE
                       PERFORM GENERATE-ONE-INVOICE
                   END-IF
               END-IF
           END-IF.

      *> the policy's own customer_id stands in for the payor from
      *> here on, so the list-bill election and the combined
      *> invoice follow whoever actually pays.
       RESOLVE-PAYOR.

           MOVE SPACES TO WS-BILL-TO-NAME

           CALL "POLICYROLE" USING WS-ROLE-ACTION POLICY-ID
               WS-ROLE-TYPE WS-BILL-TO-ID WS-BILL-TO-NAME
               WS-ROLE-STATUS

           IF WS-ROLE-OK
               MOVE WS-BILL-TO-ID TO CUSTOMER-ID
           END-IF.

      *> the run executes once per calendar month: monthly payers
      *> bill every cycle, quarterly payers on the quarter months,
      *> and annual payers only in the month their policy renews.

               MOVE INV-AMOUNT-DUE TO WS-BILLABLE-AMOUNT
               PERFORM APPLY-DIVIDEND-CREDIT
               PERFORM APPLY-DEPOSIT-FUND
               MOVE WS-BILLABLE-AMOUNT TO INV-AMOUNT-DUE

               EXEC SQL
                   INSERT INTO invoices
                   (policy_id, bill_period, due_date, amount_due,
                       amount_paid, invoice_source, invoice_status,
                       bill_to_name)
                   VALUES
                   (:INV-POLICY-ID, :INV-BILL-PERIOD, :INV-DUE-DATE,
                       :INV-AMOUNT-DUE, :INV-AMOUNT-PAID,
                       :INV-SOURCE, :INV-STATUS, :WS-BILL-TO-NAME)
               END-EXEC

               IF SQLCODE = 0
               END-IF
           END-IF.

      *> premium sent ahead sits in the policy's deposit fund -
      *> whatever the dividend credit left billable is drawn from it
      *> the same way, and only what the fund cannot cover is
      *> invoiced. PREMDEPOSIT hands back what it actually drew.
       APPLY-DEPOSIT-FUND.

           IF WS-BILLABLE-AMOUNT > 0
               MOVE WS-BILLABLE-AMOUNT TO WS-FUND-DRAWN

               CALL "PREMDEPOSIT" USING WS-FUND-ACTION POLICY-ID
                   WS-FUND-DRAWN WS-FUND-STATUS

               IF WS-FUND-OK
                   IF WS-FUND-DRAWN > 0
                       SUBTRACT WS-FUND-DRAWN FROM WS-BILLABLE-AMOUNT
                       ADD WS-FUND-DRAWN TO TOTAL-FUND-DRAWN
                       DISPLAY "DEPOSIT FUND " WS-FUND-DRAWN
                           " APPLIED TO POLICY " POLICY-ID
                           " - BILLABLE NOW " WS-BILLABLE-AMOUNT
                   END-IF
               ELSE
                   DISPLAY "WARNING: DEPOSIT FUND NOT DRAWN DOWN "
                       "FOR POLICY " POLICY-ID
                       " - BILLED AT FULL AMOUNT"
               END-IF
           END-IF.

      *> an unlinked policy (customer_id zero) cannot list-bill -
      *> there is no customer to combine under - and bills the way
      *> it always has.
               PERFORM ADD-ONE-DETAIL-LINE
           END-IF.

      *> only when the book runs in slices - a run over the whole
      *> book is the only biller of its customers and stays the one
      *> unit of work it always was. The lock is held for one
      *> policy's line at a time, so no two partitions ever wait on
      *> each other for more than one customer.
       ADD-UNDER-CUSTOMER-LOCK.

           EXEC SQL
               SELECT customer_id INTO :WS-LOCKED-CUSTOMER-ID
               FROM customers
               WHERE customer_id = :CUSTOMER-ID
               FOR UPDATE
           END-EXEC

           PERFORM ADD-TO-COMBINED-INVOICE

           EXEC SQL CLOSE BILLING-CURSOR END-EXEC
           EXEC SQL COMMIT END-EXEC
           MOVE POLICY-ID TO WS-RESUME-POLICY-ID
           EXEC SQL OPEN BILLING-CURSOR END-EXEC.

       OPEN-COMBINED-INVOICE.

           MOVE 0 TO WS-COMBINED-INV-ID
      *>       the credit
               MOVE WS-INSTALLMENT TO WS-BILLABLE-AMOUNT
               PERFORM APPLY-DIVIDEND-CREDIT
               PERFORM APPLY-DEPOSIT-FUND
               MOVE WS-BILLABLE-AMOUNT TO WS-INSTALLMENT

               EXEC SQL
