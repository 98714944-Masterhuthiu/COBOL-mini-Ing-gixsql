       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-EXTRACT-FILE ASSIGN TO DYNAMIC WS-TAX-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-FILE-STATUS.

      *> one line per payee and policy for the tax year - gross paid,
      *> taxable portion, and tax withheld - the year-end statement
      *> feed, written the same line-sequential way REINSEXTRACT
      *> writes its treaty file. Statutory interest on claim money
      *> is interest income to the payee, reported in its own
      *> column and never mixed into the taxable benefit.
       FD  TAX-EXTRACT-FILE.
       01  TAX-EXTRACT-RECORD.
           02 TX-POLICY-ID        PIC 9(9).
           02 TX-GROSS-PAID       PIC 9(11)V99.
           02 TX-TAXABLE-AMOUNT   PIC 9(11)V99.
           02 TX-TAX-WITHHELD     PIC 9(11)V99.
           02 TX-INTEREST-PAID    PIC 9(11)V99.
           02 TX-PAYEE-TIN        PIC X(11).

       WORKING-STORAGE SECTION.


       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/outgen.cpy".

      *> the dated generation of TAX_EXTRACT.TXT this run writes.
       01 WS-TAX-GEN-NAME         PIC X(60).
       01 WS-TAX-GEN-ID           PIC 9(9) VALUE 0.

       01 WS-TAX-FILE-STATUS    PIC X(02).
           88 TAX-FILE-OK          VALUE "00".

       01 WS-GROSS-PAID         PIC 9(11)V99.
       01 WS-TAXABLE-AMOUNT     PIC 9(11)V99.
       01 WS-TAX-WITHHELD       PIC 9(11)V99.
       01 WS-INTEREST-PAID      PIC 9(11)V99.
       01 WS-PAYEE-TIN          PIC X(11).
       01 MISSING-TIN-COUNT     PIC 9(7) VALUE 0.

      *> cost basis carried in by a 1035 exchange or rollover, and
      *> how much of it earlier years' taxable payouts used up.
       01 WS-CARRIED-BASIS      PIC 9(11)V99.
       01 WS-BASIS-USED         PIC 9(11)V99.
       01 WS-BASIS-REMAINING    PIC 9(11)V99.

       01 PAYEE-COUNT           PIC 9(7) VALUE 0.
       01 TOTAL-GROSS           PIC 9(11)V99 VALUE 0.
       01 TOTAL-WITHHELD        PIC 9(11)V99 VALUE 0.
       01 TOTAL-INTEREST        PIC 9(11)V99 VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> everything disbursed to each payee in the tax year, with the
      *> taxable portion being the annuity, surrender and partial
      *> withdrawal money - the GROUP BY gives one statement line
      *> per payee per policy.
       EXEC SQL
           DECLARE TAX-YEAR-CURSOR CURSOR FOR
               SELECT policy_id, payee_name,
                   COALESCE(SUM(amount), 0),
                   COALESCE(SUM(CASE WHEN RTRIM(source) IN
                       ('ANNUITY', 'SURRENDER', 'WITHDRAWAL')
                       THEN amount ELSE 0 END), 0),
                   COALESCE(SUM(tax_withheld), 0),
                   COALESCE(SUM(CASE WHEN RTRIM(source) =
                       'CLAIMINT' THEN amount ELSE 0 END), 0)
               FROM payables
               WHERE payable_status = 'P'
                   AND paid_date BETWEEN :WS-YEAR-START
           STRING LK-TAX-YEAR "-12-31" DELIMITED BY SIZE
               INTO WS-YEAR-END

           MOVE "O" TO OUTGEN-ACTION
           MOVE "TAXEXTRACT" TO OUTGEN-PROGRAM
           MOVE "TAX_EXTRACT.TXT" TO OUTGEN-BASE-NAME
           PERFORM CALL-OUTGEN

           IF OUTGEN-REFUSED
               DISPLAY "=== TAX EXTRACT NOT RERUN ==="
               GOBACK
           END-IF

           MOVE OUTGEN-FILE-NAME TO WS-TAX-GEN-NAME
           MOVE OUTGEN-ID TO WS-TAX-GEN-ID

           OPEN OUTPUT TAX-EXTRACT-FILE.

           EXEC SQL OPEN TAX-YEAR-CURSOR END-EXEC.

           CLOSE TAX-EXTRACT-FILE.

           MOVE "C" TO OUTGEN-ACTION
           MOVE WS-TAX-GEN-ID TO OUTGEN-ID
           MOVE PAYEE-COUNT TO OUTGEN-RECORD-COUNT
           MOVE TOTAL-GROSS TO OUTGEN-CONTROL-TOTAL
           PERFORM CALL-OUTGEN

           DISPLAY "PAYEE STATEMENTS: " PAYEE-COUNT.
           DISPLAY "GROSS PAID      : " TOTAL-GROSS.
           DISPLAY "TAX WITHHELD    : " TOTAL-WITHHELD.
           DISPLAY "INTEREST PAID   : " TOTAL-INTEREST.
           DISPLAY "NO TIN ON FILE  : " MISSING-TIN-COUNT.
           DISPLAY "=== TAX EXTRACT COMPLETE ===".

           GOBACK.
           EXEC SQL
               FETCH TAX-YEAR-CURSOR
               INTO :WS-POLICY-ID, :WS-PAYEE-NAME, :WS-GROSS-PAID,
                   :WS-TAXABLE-AMOUNT, :WS-TAX-WITHHELD,
                   :WS-INTEREST-PAID
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               PERFORM APPLY-CARRIED-BASIS
               PERFORM FIND-PAYEE-TIN
               MOVE WS-POLICY-ID      TO TX-POLICY-ID
               MOVE WS-PAYEE-NAME     TO TX-PAYEE-NAME
               MOVE WS-GROSS-PAID     TO TX-GROSS-PAID
               MOVE WS-TAXABLE-AMOUNT TO TX-TAXABLE-AMOUNT
               MOVE WS-TAX-WITHHELD   TO TX-TAX-WITHHELD
               MOVE WS-INTEREST-PAID  TO TX-INTEREST-PAID
               MOVE WS-PAYEE-TIN      TO TX-PAYEE-TIN

               WRITE TAX-EXTRACT-RECORD

                   ADD 1 TO PAYEE-COUNT
                   ADD WS-GROSS-PAID TO TOTAL-GROSS
                   ADD WS-TAX-WITHHELD TO TOTAL-WITHHELD
                   ADD WS-INTEREST-PAID TO TOTAL-INTEREST
               ELSE
                   DISPLAY "ERROR WRITING TAX RECORD: "
                       WS-TAX-FILE-STATUS
               END-IF
           END-IF.

      *> a policy funded by exchange or rollover carries the old
      *> contract's cost basis - money already taxed - and that
      *> basis comes back tax-free before any of the payouts are
      *> taxable. What earlier years' taxable payouts already
      *> recovered is worked out from the ledger each time, so the
      *> extract can be re-run for any year and give the same
      *> answer.
       APPLY-CARRIED-BASIS.

           MOVE 0 TO WS-CARRIED-BASIS
           MOVE 0 TO WS-BASIS-USED

           EXEC SQL
               SELECT COALESCE(SUM(cost_basis), 0)
               INTO :WS-CARRIED-BASIS
               FROM app_transfers
               WHERE policy_id = :WS-POLICY-ID
                   AND transfer_status = 'R'
           END-EXEC

           IF WS-CARRIED-BASIS > 0 AND WS-TAXABLE-AMOUNT > 0
               EXEC SQL
                   SELECT COALESCE(SUM(amount), 0)
                   INTO :WS-BASIS-USED
                   FROM payables
                   WHERE policy_id = :WS-POLICY-ID
                       AND payable_status = 'P'
                       AND paid_date < :WS-YEAR-START
                       AND RTRIM(source) IN
                           ('ANNUITY', 'SURRENDER', 'WITHDRAWAL')
               END-EXEC

               IF WS-BASIS-USED < WS-CARRIED-BASIS
                   COMPUTE WS-BASIS-REMAINING =
                       WS-CARRIED-BASIS - WS-BASIS-USED
                   IF WS-BASIS-REMAINING > WS-TAXABLE-AMOUNT
                       MOVE 0 TO WS-TAXABLE-AMOUNT
                   ELSE
                       SUBTRACT WS-BASIS-REMAINING
                           FROM WS-TAXABLE-AMOUNT
                   END-IF
               END-IF
           END-IF.

      *> the payee's taxpayer id off the customer master, picked the
      *> same way PAYMENTRUN picks it for backup withholding - the
      *> customer carrying the payee's name, a party to the policy
      *> ahead of a namesake. A line with none still goes out, and
      *> is counted for the desk to chase.
       FIND-PAYEE-TIN.

           MOVE SPACES TO WS-PAYEE-TIN

           EXEC SQL
               SELECT COALESCE(c.tax_id, ' ')
               INTO :WS-PAYEE-TIN
               FROM customers c
               WHERE RTRIM(c.customer_name) = RTRIM(:WS-PAYEE-NAME)
                   AND c.customer_status <> 'M'
               ORDER BY CASE WHEN EXISTS
                       (SELECT 1 FROM policy_master p
                        WHERE p.policy_id = :WS-POLICY-ID
                            AND p.customer_id = c.customer_id)
                       OR EXISTS
                       (SELECT 1 FROM policy_roles r
                        WHERE r.policy_id = :WS-POLICY-ID
                            AND r.customer_id = c.customer_id)
                   THEN 0 ELSE 1 END, c.customer_id
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-PAYEE-TIN
           END-IF

           IF WS-PAYEE-TIN = SPACES
               ADD 1 TO MISSING-TIN-COUNT
           END-IF.

       CALL-OUTGEN.

           CALL "OUTGEN" USING OUTGEN-ACTION OUTGEN-PROGRAM
               OUTGEN-BASE-NAME OUTGEN-FILE-NAME OUTGEN-ID
               OUTGEN-RECORD-COUNT OUTGEN-CONTROL-TOTAL
               OUTGEN-STATUS.
