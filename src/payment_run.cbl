      *> fixed-format record per disbursement, EFT or check, same
      *> line-sequential extract shape DEBITEXTRACT hands the bank
      *> on the collection side.
           SELECT PAYMENT-OUT-FILE ASSIGN TO DYNAMIC WS-PAY-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-OUT-STATUS.

      *> the check register treasury signs before the payment file
      *> is released - every item with its number, then totals by
      *> source.
           SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REG-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

      *> the remittance advice behind each consolidated provider
      *> payment, laid out the way an 835 is - a payment header
      *> carrying the trace number, one line per claim paid, and a
      *> trailer with the payment total - so a provider's billing
      *> system can post the payment claim by claim.
           SELECT REMIT-FILE ASSIGN TO DYNAMIC WS-REMIT-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.

      *> the positive-pay issue file - every check this run prints,
      *> sent to the bank with the payment file so a check that
      *> was never issued, or was altered, is refused at
      *> presentment.
           SELECT POSPAY-ISSUE-FILE ASSIGN TO DYNAMIC
                   WS-POSPAY-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAY-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  REGISTER-FILE.
       01  REGISTER-RECORD        PIC X(132).

       FD  REMIT-FILE.
       01  REMIT-RECORD           PIC X(150).

       FD  POSPAY-ISSUE-FILE.
       01  POSPAY-ISSUE-RECORD    PIC X(121).

       WORKING-STORAGE SECTION.

       COPY "../copy/payable.cpy".

       COPY "../copy/pospay.cpy".

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/outgen.cpy".

      *> the dated generations of the run's four files. If any of
      *> them has already gone out for today, the run is refused.
       01 WS-PAY-GEN-NAME       PIC X(60).
       01 WS-PAY-GEN-ID         PIC 9(9) VALUE 0.
       01 WS-REG-GEN-NAME       PIC X(60).
       01 WS-REG-GEN-ID         PIC 9(9) VALUE 0.
       01 WS-REMIT-GEN-NAME     PIC X(60).
       01 WS-REMIT-GEN-ID       PIC 9(9) VALUE 0.
       01 WS-POSPAY-GEN-NAME    PIC X(60).
       01 WS-POSPAY-GEN-ID      PIC 9(9) VALUE 0.
       01 WS-GEN-REFUSED        PIC X(01) VALUE "N".
           88 GEN-REFUSED           VALUE "Y".
       01 REMIT-TOTAL-PAID      PIC 9(13)V99 VALUE 0.

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       01 WS-NET-AMOUNT         PIC 9(9)V99.
       01 TOTAL-WITHHELD        PIC 9(11)V99 VALUE 0.

      *> backup withholding - the flat rate the IRS has us take from
      *> a reportable payment when the payee's taxpayer id is
      *> missing or not certified on a W-9, or after an IRS mismatch
      *> notice went unanswered. The payee's own election cannot
      *> take it lower.
       01 BACKUP-WITHHOLDING-RATE PIC 9V9999 VALUE 0.2400.
       01 WS-PAYEE-TIN          PIC X(11).
       01 WS-PAYEE-W9-STATUS    PIC X(01).
       01 WS-PAYEE-BACKUP       PIC X(01).
       01 WS-BACKUP-FLAG        PIC X(01).
           88 BACKUP-REQUIRED       VALUE "Y".
           88 BACKUP-NOT-REQUIRED   VALUE "N".
       01 BACKUP-WITHHELD-COUNT PIC 9(7) VALUE 0.

       01 PAYABLE-COUNT         PIC 9(7) VALUE 0.
       01 PAID-COUNT            PIC 9(7) VALUE 0.
       01 CLAIMS-CLOSED-COUNT   PIC 9(7) VALUE 0.
           88 PAYMENT-OUT-OK        VALUE "00".
       01 WS-REGISTER-STATUS    PIC X(02).
           88 REGISTER-OK           VALUE "00".
       01 WS-REMIT-STATUS       PIC X(02).
           88 REMIT-OK              VALUE "00".
       01 WS-POSPAY-STATUS      PIC X(02).
           88 POSPAY-OK             VALUE "00".
       01 POSPAY-ISSUE-COUNT    PIC 9(7) VALUE 0.
       01 POSPAY-ISSUE-TOTAL    PIC 9(11)V99 VALUE 0.

      *> check and EFT trace numbers run from one sequence - the
      *> next number picks up where the last run left off, so a
       01 WS-BANK-CODE          PIC X(11).
       01 WS-ACCOUNT-NUMBER     PIC X(20).
       01 WS-MANDATE-COUNT      PIC 9(5).
      *> the brokerage firm a commission payable is owed to - paid
      *> by EFT to the firm's banking on the agency master.
       01 WS-PAY-AGENCY-ID      PIC 9(9).

      *> the per-source register totals treasury reconciles against
      *> - sources appear as the run meets them.
           88 WS-SCREEN-OK         VALUE "Y".
           88 WS-SCREEN-FAILED     VALUE "N".
       01 SCREEN-HELD-COUNT     PIC 9(7) VALUE 0.
       01 AML-HELD-COUNT        PIC 9(7) VALUE 0.
       01 WS-AML-OPEN-CASES     PIC 9(5).

      *> the cooling-off on a changed payout destination: a payout
      *> by EFT to a mandate approved, or by check to a policy
      *> whose owner's address changed, within this many days
      *> waits - the account-takeover pattern is change the
      *> destination, then cash out the same week. Set through the
      *> environment; zero switches the cooling-off off.
       01 WS-COOLING-TEXT       PIC X(03).
       01 COOLING-OFF-DAYS      PIC 9(3) VALUE 10.
       01 WS-TODAY-JULIAN       PIC 9(7).
       01 WS-COOLING-JULIAN     PIC 9(7).
       01 WS-COOLING-8          PIC 9(8).
       01 WS-COOLING-CUTOFF     PIC X(10).
       01 WS-RECENT-CHANGES     PIC 9(5).
       01 WS-COOLING-REASON     PIC X(01).
           88 COOLING-CLEAR         VALUE " ".
           88 COOLING-NEW-BANK      VALUE "B".
           88 COOLING-NEW-ADDRESS   VALUE "A".
       01 COOLING-HELD-COUNT    PIC 9(7) VALUE 0.

       01 WS-EVENT-TYPE         PIC X(12).
       01 WS-EVENT-PROGRAM      PIC X(20).
       01 WS-FX-GAIN-LOSS       PIC S9(9)V99.
       01 FX-REALIZED-COUNT     PIC 9(7) VALUE 0.

      *> EFT items also go to the bank as a NACHA file through
      *> ACHFILE - credits only, dollar items only. The trace number
      *> it assigns is kept on the payable so a return or a cleared
      *> item quoting it ties back here.
       01 ACH-ACTION            PIC X(01).
       01 ACH-FILE-KIND         PIC X(01) VALUE "C".
       01 ACH-FILE-ID           PIC 9(9) VALUE 0.
       01 ACH-SEC-CODE          PIC X(03).
       01 ACH-ENTRY-DESC        PIC X(10).
       01 ACH-EFFECTIVE-DATE    PIC X(10).
       01 ACH-TRAN-CODE         PIC 9(2) VALUE 22.
       01 ACH-AMOUNT            PIC 9(9)V99.
       01 ACH-INDIVIDUAL-ID     PIC X(15).
       01 ACH-INDIVIDUAL-NAME   PIC X(22).
       01 ACH-TRACE-NUMBER      PIC X(15).
       01 ACH-STATUS            PIC X(01).
           88 ACH-REFUSED           VALUE "R".
       01 ACH-CURRENCY          PIC X(03).
       01 ACH-ENTRY-COUNT       PIC 9(7) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> provider consolidation: every open payable assigned to
      *> one provider (in one currency) goes out as a single EFT
      *> or check under one trace number - each payable row still
      *> carries that number, so reconciliation and a stale-date
      *> void move the whole payment together.
       01 WS-PROV-AT-END        PIC X(01) VALUE "N".
           88 WS-PROV-EOF           VALUE "Y".
       01 WS-GROUP-PROVIDER-ID  PIC 9(9) VALUE 0.
       01 WS-GROUP-CURRENCY     PIC X(03) VALUE SPACES.
       01 WS-GROUP-NAME         PIC X(100).
       01 WS-GROUP-ITEM-COUNT   PIC 9(5).
       01 WS-GROUP-TOTAL        PIC 9(11)V99.
       01 WS-GROUP-STARTED      PIC X(01) VALUE "N".
           88 GROUP-STARTED         VALUE "Y".
           88 GROUP-NOT-STARTED     VALUE "N".
       01 WS-PROV-BANK-CODE     PIC X(11).
       01 WS-PROV-ACCOUNT       PIC X(20).
       01 PROVIDER-PAYMENT-COUNT PIC 9(7) VALUE 0.
       01 REMIT-LINE-COUNT      PIC 9(7) VALUE 0.

       01 WS-PATIENT-NAME       PIC X(100).
       01 WS-RA-PROCEDURE       PIC X(08).
       01 WS-RA-BILLED          PIC 9(7)V99.
       01 WS-RA-ALLOWED         PIC 9(7)V99.
       01 WS-RA-REASON          PIC X(04).

       01 REMIT-HEADER-LINE.
           02 RH-RECORD-TYPE     PIC X(03) VALUE "PAY".
           02 RH-PROVIDER-ID     PIC 9(9).
           02 RH-PROVIDER-NAME   PIC X(60).
           02 RH-PAY-METHOD      PIC X(01).
           02 RH-TRACE-NUMBER    PIC 9(9).
           02 RH-PAY-DATE        PIC X(10).
           02 RH-CURRENCY-CODE   PIC X(03).

      *> billed is what the provider charged, allowed what the fee
      *> schedule repriced it to, paid what this payment carries;
      *> the adjustment is the difference between billed and paid,
      *> explained by the adjudication reason code.
       01 REMIT-CLAIM-LINE.
           02 RC-RECORD-TYPE     PIC X(03) VALUE "CLP".
           02 RC-CLAIM-ID        PIC 9(9).
           02 RC-PATIENT-NAME    PIC X(40).
           02 RC-PROCEDURE-CODE  PIC X(08).
           02 RC-BILLED          PIC 9(7)V99.
           02 RC-ALLOWED         PIC 9(7)V99.
           02 RC-PAID            PIC 9(9)V99.
           02 RC-ADJUSTMENT      PIC 9(9)V99.
           02 RC-REASON-CODE     PIC X(04).
           02 RC-PAYABLE-ID      PIC 9(9).

       01 REMIT-TRAILER-LINE.
           02 RM-RECORD-TYPE     PIC X(03) VALUE "TOT".
           02 RM-PROVIDER-ID     PIC 9(9).
           02 RM-TRACE-NUMBER    PIC 9(9).
           02 RM-ITEM-COUNT      PIC 9(5).
           02 RM-TOTAL-PAID      PIC 9(11)V99.

      *> everything the ledger says we owe, oldest booking first -
      *> one pass pays it all and prints the register as it goes.
       EXEC SQL
               SELECT payable_id, policy_id, claim_id, payee_name,
                   source, amount,
                   COALESCE(currency_code, 'USD'),
                   COALESCE(booking_rate, 1),
                   COALESCE(agency_id, 0)
               FROM payables
               WHERE payable_status = 'O'
                   AND COALESCE(provider_id, 0) = 0
               ORDER BY payable_id
       END-EXEC.

      *> the assigned provider payables, grouped by provider and
      *> currency, with what the remittance advice needs off the
      *> claim - the patient is the covered member the claim names,
      *> or the subscriber when it names none.
       EXEC SQL
           DECLARE PROVIDER-PAY-CURSOR CURSOR FOR
               SELECT pay.payable_id, pay.policy_id, pay.claim_id,
                   pay.provider_id, pay.payee_name,
                   COALESCE(pr.bank_code, ' '),
                   COALESCE(pr.account_number, ' '),
                   pay.source, pay.amount,
                   COALESCE(pay.currency_code, 'USD'),
                   COALESCE(pay.booking_rate, 1),
                   COALESCE(mc.customer_name, pm.customer_name,
                       ' '),
                   COALESCE(c.procedure_code, ' '),
                   COALESCE(c.amount_claimed, 0),
                   COALESCE(c.allowed_amount, 0),
                   COALESCE(c.reason_code, ' ')
               FROM payables pay
                   JOIN providers pr
                       ON pr.provider_id = pay.provider_id
                   LEFT JOIN claims c
                       ON c.claim_id = pay.claim_id
                   LEFT JOIN policy_master pm
                       ON pm.policy_id = pay.policy_id
                   LEFT JOIN customers mc
                       ON mc.customer_id = c.member_id
               WHERE pay.payable_status = 'O'
                   AND COALESCE(pay.provider_id, 0) > 0
               ORDER BY pay.provider_id,
                   COALESCE(pay.currency_code, 'USD'),
                   pay.payable_id
       END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY "=== DISBURSEMENT PAYMENT RUN ===".
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           MOVE SPACES TO WS-COOLING-TEXT
           ACCEPT WS-COOLING-TEXT FROM ENVIRONMENT
               "COOLING_OFF_DAYS"

           IF WS-COOLING-TEXT IS NUMERIC
               MOVE WS-COOLING-TEXT TO COOLING-OFF-DAYS
           END-IF

           COMPUTE WS-TODAY-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-8)
           COMPUTE WS-COOLING-JULIAN =
               WS-TODAY-JULIAN - COOLING-OFF-DAYS
           COMPUTE WS-COOLING-8 = FUNCTION DATE-OF-INTEGER
               (WS-COOLING-JULIAN)
           STRING WS-COOLING-8(1:4) "-" WS-COOLING-8(5:2) "-"
               WS-COOLING-8(7:2) DELIMITED BY SIZE
               INTO WS-COOLING-CUTOFF

           DISPLAY "--- PAYMENT REGISTER " WS-TODAY-DASH " ---".

           PERFORM FETCH-NEXT-CHECK-NUMBER

      *>   credits settle on the next business day the bank can
      *>   post them - today itself when today is one
           CALL "BUSDAY" USING WS-TODAY-DASH ACH-EFFECTIVE-DATE

           PERFORM OPEN-OUTPUT-GENERATIONS

           IF NOT GEN-REFUSED
               MOVE "S" TO ACH-ACTION
               PERFORM CALL-ACHFILE
               IF ACH-REFUSED
                   SET GEN-REFUSED TO TRUE
               END-IF
           END-IF

           IF GEN-REFUSED
               PERFORM REFUSE-THE-RERUN
           END-IF

           OPEN OUTPUT PAYMENT-OUT-FILE
           OPEN OUTPUT REGISTER-FILE
           OPEN OUTPUT REMIT-FILE
           OPEN OUTPUT POSPAY-ISSUE-FILE

           MOVE SPACES TO REGISTER-RECORD
           STRING "CHECK REGISTER " WS-TODAY-DASH

           EXEC SQL CLOSE PAYMENT-CURSOR END-EXEC.

           EXEC SQL OPEN PROVIDER-PAY-CURSOR END-EXEC.

           PERFORM PAY-ONE-PROVIDER-ITEM
               UNTIL WS-PROV-EOF

           EXEC SQL CLOSE PROVIDER-PAY-CURSOR END-EXEC.

           PERFORM CLOSE-PROVIDER-PAYMENT

           IF ACH-FILE-ID NOT = 0
               MOVE "W" TO ACH-ACTION
               PERFORM CALL-ACHFILE
           END-IF

           PERFORM WRITE-REGISTER-TOTALS

           CLOSE PAYMENT-OUT-FILE
           CLOSE REGISTER-FILE
           CLOSE REMIT-FILE
           CLOSE POSPAY-ISSUE-FILE

           PERFORM COMPLETE-OUTPUT-GENERATIONS

           EXEC SQL COMMIT END-EXEC.

      *>   count_3 carries the run's dollar volume in whole
      *>   dollars (capped at the field) so the anomaly check can
           DISPLAY "CLAIMS MARKED PAID: " CLAIMS-CLOSED-COUNT.
           DISPLAY "TOTAL DISBURSED   : " TOTAL-DISBURSED.
           DISPLAY "TAX WITHHELD      : " TOTAL-WITHHELD.
           DISPLAY "BACKUP WITHHELD   : " BACKUP-WITHHELD-COUNT.
           DISPLAY "EFT PAYMENTS      : " EFT-COUNT.
           DISPLAY "ACH ENTRIES       : " ACH-ENTRY-COUNT.
           DISPLAY "CHECKS ISSUED     : " CHECK-COUNT.
           DISPLAY "POSITIVE PAY ITEMS: " POSPAY-ISSUE-COUNT
               " TOTAL " POSPAY-ISSUE-TOTAL.
           DISPLAY "SANCTIONS HOLDS   : " SCREEN-HELD-COUNT.
           DISPLAY "AML CASE HOLDS    : " AML-HELD-COUNT.
           DISPLAY "COOLING-OFF HOLDS : " COOLING-HELD-COUNT.
           DISPLAY "FX SETTLEMENTS    : " FX-REALIZED-COUNT.
           DISPLAY "PROVIDER PAYMENTS : " PROVIDER-PAYMENT-COUNT.
           DISPLAY "REMITTANCE LINES  : " REMIT-LINE-COUNT.
           DISPLAY "=== PAYMENT RUN COMPLETE ===".

           STOP RUN.
               FETCH PAYMENT-CURSOR
               INTO :PAY-PAYABLE-ID, :PAY-POLICY-ID, :PAY-CLAIM-ID,
                   :PAY-PAYEE-NAME, :PAY-SOURCE, :PAY-AMOUNT,
                   :WS-PAY-CURRENCY, :WS-BOOKING-RATE,
                   :WS-PAY-AGENCY-ID
           END-EXEC

           IF SQLCODE NOT = 0
           ELSE
               ADD 1 TO PAYABLE-COUNT
               PERFORM SCREEN-THE-PAYEE
               PERFORM CHECK-AML-HOLD
               PERFORM CHECK-COOLING-OFF
               EVALUATE TRUE
                   WHEN WS-VERDICT-HELD
                       ADD 1 TO SCREEN-HELD-COUNT
                       DISPLAY "  PAYABLE " PAY-PAYABLE-ID
                           " HELD - PAYEE MATCHES DENIED-PARTY LIST"
                   WHEN WS-AML-OPEN-CASES > 0
                       ADD 1 TO AML-HELD-COUNT
                       DISPLAY "  PAYABLE " PAY-PAYABLE-ID
                           " HELD - AML CASE OPEN ON POLICY "
                           PAY-POLICY-ID
                   WHEN NOT COOLING-CLEAR
                       ADD 1 TO COOLING-HELD-COUNT
                       PERFORM LOG-COOLING-HOLD
                   WHEN OTHER
                       PERFORM DISBURSE-ONE-PAYABLE
               END-EVALUATE
           END-IF.

      *> every payee screens before a cent moves - beneficiaries
               WS-ENTITY-TYPE PAY-PAYABLE-ID PAY-PAYEE-NAME
               WS-VERDICT WS-SCREEN-STATUS.

      *> an open AML case on the policy - open, under
      *> investigation or escalated - holds whatever the policy
      *> would pay out until AMLCASE closes it; the payable simply
      *> stays open for the run after that.
       CHECK-AML-HOLD.

           MOVE 0 TO WS-AML-OPEN-CASES

           IF PAY-POLICY-ID > 0
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-AML-OPEN-CASES
                   FROM aml_cases
                   WHERE policy_id = :PAY-POLICY-ID
                       AND case_status IN ('O', 'I', 'E')
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 0 TO WS-AML-OPEN-CASES
               END-IF
           END-IF.

      *> the policy's own payouts only - a commission goes to the
      *> agency's banking and a provider payment to the provider's,
      *> neither of which a policyholder's change touches. The
      *> method is picked here as DISBURSE-ONE-PAYABLE will pick it,
      *> so an EFT is judged by its mandate and a check by the
      *> owner's address.
       CHECK-COOLING-OFF.

           SET COOLING-CLEAR TO TRUE

           IF COOLING-OFF-DAYS > 0
               AND PAY-POLICY-ID > 0
               AND WS-PAY-AGENCY-ID = 0
               PERFORM PICK-PAYMENT-METHOD
               IF PAY-BY-EFT
                   PERFORM CHECK-RECENT-MANDATE
               ELSE
                   PERFORM CHECK-RECENT-ADDRESS
               END-IF
           END-IF.

       CHECK-RECENT-MANDATE.

           MOVE 0 TO WS-RECENT-CHANGES

           EXEC SQL
               SELECT COUNT(*) INTO :WS-RECENT-CHANGES
               FROM bank_mandates
               WHERE policy_id = :PAY-POLICY-ID
                   AND mandate_status = 'A'
                   AND COALESCE(approved_date, ' ') >
                       :WS-COOLING-CUTOFF
           END-EXEC

           IF SQLCODE = 0 AND WS-RECENT-CHANGES > 0
               SET COOLING-NEW-BANK TO TRUE
           END-IF.

      *> the insured or the owner POLICYROLE names - whoever the
      *> policy's mail goes to - moving inside the window.
       CHECK-RECENT-ADDRESS.

           MOVE 0 TO WS-RECENT-CHANGES

           EXEC SQL
               SELECT COUNT(*) INTO :WS-RECENT-CHANGES
               FROM customer_address_history h, policy_master pm
               WHERE pm.policy_id = :PAY-POLICY-ID
                   AND h.changed_date > :WS-COOLING-CUTOFF
                   AND (h.customer_id = pm.customer_id
                       OR h.customer_id IN
                           (SELECT r.customer_id
                            FROM policy_roles r
                            WHERE r.policy_id = pm.policy_id
                                AND r.role_type = 'O'
                                AND r.role_status = 'A'))
           END-EXEC

           IF SQLCODE = 0 AND WS-RECENT-CHANGES > 0
               SET COOLING-NEW-ADDRESS TO TRUE
           END-IF.

      *> the payable stays open for the first run after the window
      *> closes; each run it waits is logged for COOLOFFRPT.
       LOG-COOLING-HOLD.

           EXEC SQL
               INSERT INTO cooling_off_holds
               (payable_id, policy_id, hold_reason, hold_date,
                   amount)
               VALUES
               (:PAY-PAYABLE-ID, :PAY-POLICY-ID,
                   :WS-COOLING-REASON, :WS-TODAY-DASH, :PAY-AMOUNT)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "WARNING: COOLING-OFF HOLD NOT LOGGED FOR "
                   "PAYABLE " PAY-PAYABLE-ID
           END-IF

           IF COOLING-NEW-BANK
               DISPLAY "  PAYABLE " PAY-PAYABLE-ID
                   " HELD - BANK MANDATE CHANGED WITHIN "
                   COOLING-OFF-DAYS " DAYS"
           ELSE
               DISPLAY "  PAYABLE " PAY-PAYABLE-ID
                   " HELD - ADDRESS CHANGED WITHIN "
                   COOLING-OFF-DAYS " DAYS"
           END-IF.

       DISBURSE-ONE-PAYABLE.

           PERFORM APPLY-WITHHOLDING
                   check_number = :WS-NEXT-CHECK-NUMBER,
                   pay_method = :WS-PAY-METHOD,
                   recon_status = NULL,
                   cleared_date = NULL,
                   ach_trace = NULL
               WHERE payable_id = :PAY-PAYABLE-ID
           END-EXEC

               END-IF
           END-IF.

      *> annuity payouts, surrender proceeds and partial
      *> withdrawals are the taxable disbursements - a policy with a
      *> withholding election on file has its rate applied at
      *> disbursement time, everything else (refunds, claim
      *> benefits) pays out gross.
       APPLY-WITHHOLDING.

           MOVE 0 TO WS-TAX-WITHHELD
           MOVE 0 TO WS-WHT-RATE
           MOVE PAY-AMOUNT TO WS-NET-AMOUNT
           SET BACKUP-NOT-REQUIRED TO TRUE

           IF PAY-SOURCE = "ANNUITY" OR PAY-SOURCE = "SURRENDER"
               OR PAY-SOURCE = "WITHDRAWAL"
               EXEC SQL
                   SELECT COALESCE(MAX(withholding_rate), 0)
                   INTO :WS-WHT-RATE
                   FROM policy_withholding
                   WHERE policy_id = :PAY-POLICY-ID
               END-EXEC
           END-IF

      *>   every payment that lands on a year-end information
      *>   return - the taxable payouts, claim interest and
      *>   commission - checks the payee's taxpayer id first
           IF PAY-SOURCE = "ANNUITY" OR PAY-SOURCE = "SURRENDER"
               OR PAY-SOURCE = "WITHDRAWAL"
               OR PAY-SOURCE = "CLAIMINT"
               OR PAY-SOURCE = "COMMISSION"
               PERFORM CHECK-PAYEE-TIN
           END-IF

           IF BACKUP-REQUIRED
               AND WS-WHT-RATE < BACKUP-WITHHOLDING-RATE
               MOVE BACKUP-WITHHOLDING-RATE TO WS-WHT-RATE
               ADD 1 TO BACKUP-WITHHELD-COUNT
               DISPLAY "  PAYABLE " PAY-PAYABLE-ID
                   " BACKUP WITHHOLDING - PAYEE TIN NOT CERTIFIED"
           END-IF

           IF WS-WHT-RATE > 0
               COMPUTE WS-TAX-WITHHELD ROUNDED =
                   PAY-AMOUNT * WS-WHT-RATE
               COMPUTE WS-NET-AMOUNT =
                   PAY-AMOUNT - WS-TAX-WITHHELD
           END-IF.

      *> a commission payee is the agent or agency the payable is
      *> tagged to, and the taxpayer id on their master is enough.
      *> Anyone else is the customer row carrying the payee's name -
      *> a party to the paying policy ahead of a namesake - and
      *> needs the id certified on a W-9 with no unanswered IRS
      *> mismatch notice against it. No row, no id, no payment
      *> without backup withholding.
       CHECK-PAYEE-TIN.

           MOVE SPACES TO WS-PAYEE-TIN
           MOVE "N" TO WS-PAYEE-W9-STATUS
           MOVE "N" TO WS-PAYEE-BACKUP

           IF PAY-SOURCE = "COMMISSION"
               EXEC SQL
                   SELECT COALESCE(CASE
                       WHEN COALESCE(y.agency_id, 0) > 0
                       THEN g.tax_id ELSE t.tax_id END, ' ')
                   INTO :WS-PAYEE-TIN
                   FROM payables y
                       LEFT JOIN agencies g
                           ON g.agency_id = y.agency_id
                       LEFT JOIN agent_tax_ids t
                           ON t.agent_id = y.agent_id
                   WHERE y.payable_id = :PAY-PAYABLE-ID
               END-EXEC

               IF SQLCODE = 0 AND WS-PAYEE-TIN NOT = SPACES
                   MOVE "C" TO WS-PAYEE-W9-STATUS
               END-IF
           ELSE
               EXEC SQL
                   SELECT COALESCE(c.tax_id, ' '),
                       COALESCE(c.w9_status, 'N'),
                       COALESCE(c.backup_withholding, 'N')
                   INTO :WS-PAYEE-TIN, :WS-PAYEE-W9-STATUS,
                       :WS-PAYEE-BACKUP
                   FROM customers c
                   WHERE RTRIM(c.customer_name) =
                           RTRIM(:PAY-PAYEE-NAME)
                       AND c.customer_status <> 'M'
                   ORDER BY CASE WHEN EXISTS
                           (SELECT 1 FROM policy_master p
                            WHERE p.policy_id = :PAY-POLICY-ID
                                AND p.customer_id = c.customer_id)
                           OR EXISTS
                           (SELECT 1 FROM policy_roles r
                            WHERE r.policy_id = :PAY-POLICY-ID
                                AND r.customer_id = c.customer_id)
                       THEN 0 ELSE 1 END, c.customer_id
                   FETCH FIRST 1 ROW ONLY
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE SPACES TO WS-PAYEE-TIN
                   MOVE "N" TO WS-PAYEE-W9-STATUS
               END-IF
           END-IF

           IF WS-PAYEE-TIN = SPACES
               OR WS-PAYEE-W9-STATUS NOT = "C"
               OR WS-PAYEE-BACKUP = "Y"
               SET BACKUP-REQUIRED TO TRUE
           END-IF.

      *> numbering picks up after the highest number any prior run
                       SET PAY-BY-EFT TO TRUE
                   END-IF
               END-IF
           END-IF

           IF WS-PAY-AGENCY-ID > 0
               PERFORM PICK-AGENCY-BANKING
           END-IF.

      *> an agency's commission goes to the account on the agency
      *> master; a firm with no banking keyed gets a check.
       PICK-AGENCY-BANKING.

           EXEC SQL
               SELECT COALESCE(bank_code, ' '),
                   COALESCE(account_number, ' ')
               INTO :WS-BANK-CODE, :WS-ACCOUNT-NUMBER
               FROM agencies
               WHERE agency_id = :WS-PAY-AGENCY-ID
           END-EXEC

           IF SQLCODE = 0
               AND WS-BANK-CODE NOT = SPACES
               AND WS-ACCOUNT-NUMBER NOT = SPACES
               SET PAY-BY-EFT TO TRUE
           ELSE
               SET PAY-BY-CHECK TO TRUE
               MOVE SPACES TO WS-BANK-CODE
               MOVE SPACES TO WS-ACCOUNT-NUMBER
           END-IF.

       WRITE-PAYMENT-RECORD.
           IF PAYMENT-OUT-OK
               IF PAY-BY-EFT
                   ADD 1 TO EFT-COUNT
                   PERFORM ADD-ACH-PAYABLE
               ELSE
                   ADD 1 TO CHECK-COUNT
                   MOVE WS-NET-AMOUNT TO PP-AMOUNT
                   MOVE PAY-PAYEE-NAME TO PP-PAYEE-NAME
                   PERFORM WRITE-POSPAY-ISSUE
               END-IF
           ELSE
               DISPLAY "ERROR WRITING PAYMENT RECORD FOR "
                   WS-PAYMENT-OUT-STATUS
           END-IF.

      *> the batch a credit rides in is named for what it pays,
      *> so the receiving bank's statement says CLAIMS or REFUND
      *> rather than one undifferentiated run. A firm's commission
      *> is a corporate credit (CCD); everything else goes to a
      *> consumer's account (PPD).
       ADD-ACH-PAYABLE.

           MOVE "PPD" TO ACH-SEC-CODE

           EVALUATE PAY-SOURCE
               WHEN "CLAIMSETTLE"
               WHEN "CLAIMINT"
               WHEN "BENEFIT"
                   MOVE "CLAIMS" TO ACH-ENTRY-DESC
               WHEN "PREMREFUND"
               WHEN "CANCELREFUND"
               WHEN "PDFREFUND"
               WHEN "ENDORSEMENT"
               WHEN "MLR-REBATE"
                   MOVE "REFUND" TO ACH-ENTRY-DESC
               WHEN "ANNUITY"
               WHEN "WITHDRAWAL"
                   MOVE "ANNUITY" TO ACH-ENTRY-DESC
               WHEN "COMMISSION"
                   MOVE "COMMISSION" TO ACH-ENTRY-DESC
                   IF WS-PAY-AGENCY-ID > 0
                       MOVE "CCD" TO ACH-SEC-CODE
                   END-IF
               WHEN OTHER
                   MOVE "POLICY PAY" TO ACH-ENTRY-DESC
           END-EVALUATE

           MOVE WS-NET-AMOUNT TO ACH-AMOUNT
           MOVE PAY-PAYABLE-ID TO ACH-INDIVIDUAL-ID
           MOVE PAY-PAYEE-NAME TO ACH-INDIVIDUAL-NAME
           MOVE WS-PAY-CURRENCY TO ACH-CURRENCY

           PERFORM ADD-ACH-CREDIT

           IF ACH-TRACE-NUMBER NOT = SPACES
               EXEC SQL
                   UPDATE payables
                   SET ach_trace = :ACH-TRACE-NUMBER
                   WHERE payable_id = :PAY-PAYABLE-ID
               END-EXEC
           END-IF.

      *> a foreign-currency credit or an account that is not on a
      *> US routing number cannot go out by ACH - it stays on the
      *> payment file for the bank's wire desk.
       ADD-ACH-CREDIT.

           MOVE SPACES TO ACH-TRACE-NUMBER

           IF ACH-CURRENCY = "USD"
               MOVE "E" TO ACH-ACTION
               PERFORM CALL-ACHFILE
           END-IF

           IF ACH-TRACE-NUMBER = SPACES
               DISPLAY "  NOT AN ACH ITEM - PAYMENT FILE ONLY: "
                   ACH-INDIVIDUAL-ID
           ELSE
               ADD 1 TO ACH-ENTRY-COUNT
           END-IF.

      *> all four generations are opened before anything is paid, so
      *> a refused rerun stops with no payable touched.
       OPEN-OUTPUT-GENERATIONS.

           MOVE "PAYMENTRUN" TO OUTGEN-PROGRAM

           MOVE "PAYMENT_FILE.TXT" TO OUTGEN-BASE-NAME
           PERFORM OPEN-ONE-GENERATION
           MOVE OUTGEN-FILE-NAME TO WS-PAY-GEN-NAME
           MOVE OUTGEN-ID TO WS-PAY-GEN-ID

           MOVE "CHECK_REGISTER.TXT" TO OUTGEN-BASE-NAME
           PERFORM OPEN-ONE-GENERATION
           MOVE OUTGEN-FILE-NAME TO WS-REG-GEN-NAME
           MOVE OUTGEN-ID TO WS-REG-GEN-ID

           MOVE "PROVIDER_REMIT.TXT" TO OUTGEN-BASE-NAME
           PERFORM OPEN-ONE-GENERATION
           MOVE OUTGEN-FILE-NAME TO WS-REMIT-GEN-NAME
           MOVE OUTGEN-ID TO WS-REMIT-GEN-ID

           MOVE "POSPAY_ISSUE.TXT" TO OUTGEN-BASE-NAME
           PERFORM OPEN-ONE-GENERATION
           MOVE OUTGEN-FILE-NAME TO WS-POSPAY-GEN-NAME
           MOVE OUTGEN-ID TO WS-POSPAY-GEN-ID.

       OPEN-ONE-GENERATION.

           MOVE "O" TO OUTGEN-ACTION
           PERFORM CALL-OUTGEN

           IF OUTGEN-REFUSED
               SET GEN-REFUSED TO TRUE
           END-IF.

       COMPLETE-OUTPUT-GENERATIONS.

           MOVE "C" TO OUTGEN-ACTION

           MOVE WS-PAY-GEN-ID TO OUTGEN-ID
           COMPUTE OUTGEN-RECORD-COUNT = EFT-COUNT + CHECK-COUNT
           MOVE TOTAL-DISBURSED TO OUTGEN-CONTROL-TOTAL
           PERFORM CALL-OUTGEN

           MOVE WS-REG-GEN-ID TO OUTGEN-ID
           MOVE PAID-COUNT TO OUTGEN-RECORD-COUNT
           MOVE TOTAL-DISBURSED TO OUTGEN-CONTROL-TOTAL
           PERFORM CALL-OUTGEN

           MOVE WS-REMIT-GEN-ID TO OUTGEN-ID
           MOVE REMIT-LINE-COUNT TO OUTGEN-RECORD-COUNT
           MOVE REMIT-TOTAL-PAID TO OUTGEN-CONTROL-TOTAL
           PERFORM CALL-OUTGEN

           MOVE WS-POSPAY-GEN-ID TO OUTGEN-ID
           MOVE POSPAY-ISSUE-COUNT TO OUTGEN-RECORD-COUNT
           MOVE POSPAY-ISSUE-TOTAL TO OUTGEN-CONTROL-TOTAL
           PERFORM CALL-OUTGEN.

      *> the generations this run did open are abandoned, the run
      *> is recorded as failed so the morning check sees it, and
      *> nothing is paid.
       REFUSE-THE-RERUN.

           MOVE "A" TO OUTGEN-ACTION
           MOVE WS-PAY-GEN-ID TO OUTGEN-ID
           PERFORM CALL-OUTGEN
           MOVE WS-REG-GEN-ID TO OUTGEN-ID
           PERFORM CALL-OUTGEN
           MOVE WS-REMIT-GEN-ID TO OUTGEN-ID
           PERFORM CALL-OUTGEN
           MOVE WS-POSPAY-GEN-ID TO OUTGEN-ID
           PERFORM CALL-OUTGEN

           MOVE "E" TO WS-RUN-ACTION
           MOVE "F" TO WS-RUN-STATUS
           MOVE 0 TO WS-RUN-COUNT-1
           MOVE 0 TO WS-RUN-COUNT-2
           MOVE 0 TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           EXEC SQL COMMIT END-EXEC

           DISPLAY "=== PAYMENT RUN NOT RERUN ==="

           STOP RUN.

       CALL-OUTGEN.

           CALL "OUTGEN" USING OUTGEN-ACTION OUTGEN-PROGRAM
               OUTGEN-BASE-NAME OUTGEN-FILE-NAME OUTGEN-ID
               OUTGEN-RECORD-COUNT OUTGEN-CONTROL-TOTAL
               OUTGEN-STATUS.

       CALL-ACHFILE.

           CALL "ACHFILE" USING ACH-ACTION ACH-FILE-KIND ACH-FILE-ID
               ACH-SEC-CODE ACH-ENTRY-DESC ACH-EFFECTIVE-DATE
               ACH-TRAN-CODE WS-BANK-CODE WS-ACCOUNT-NUMBER
               ACH-AMOUNT ACH-INDIVIDUAL-ID ACH-INDIVIDUAL-NAME
               ACH-TRACE-NUMBER ACH-STATUS.

       WRITE-REGISTER-ITEM.

           MOVE WS-NET-AMOUNT TO WS-REGISTER-AMOUNT
                   WS-REGISTER-STATUS
           END-IF.

      *> the control break: a new provider or currency closes the
      *> payment in progress and starts the next. Every item still
      *> screens on its own, the same as a single payable would -
      *> a held item stays open and the rest of the provider's
      *> claims still pay.
       PAY-ONE-PROVIDER-ITEM.

           EXEC SQL
               FETCH PROVIDER-PAY-CURSOR
               INTO :PAY-PAYABLE-ID, :PAY-POLICY-ID, :PAY-CLAIM-ID,
                   :PAY-PROVIDER-ID, :PAY-PAYEE-NAME,
                   :WS-PROV-BANK-CODE, :WS-PROV-ACCOUNT,
                   :PAY-SOURCE, :PAY-AMOUNT,
                   :WS-PAY-CURRENCY, :WS-BOOKING-RATE,
                   :WS-PATIENT-NAME, :WS-RA-PROCEDURE,
                   :WS-RA-BILLED, :WS-RA-ALLOWED, :WS-RA-REASON
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-PROV-EOF TO TRUE
           ELSE
               ADD 1 TO PAYABLE-COUNT
               IF PAY-PROVIDER-ID NOT = WS-GROUP-PROVIDER-ID
                   OR WS-PAY-CURRENCY NOT = WS-GROUP-CURRENCY
                   PERFORM CLOSE-PROVIDER-PAYMENT
                   PERFORM OPEN-PROVIDER-PAYMENT
               END-IF
               PERFORM SCREEN-THE-PAYEE
               IF WS-VERDICT-HELD
                   ADD 1 TO SCREEN-HELD-COUNT
                   DISPLAY "  PAYABLE " PAY-PAYABLE-ID
                       " HELD - PAYEE MATCHES DENIED-PARTY LIST"
               ELSE
                   PERFORM DISBURSE-PROVIDER-ITEM
               END-IF
           END-IF.

      *> a provider with banking on file through PROVIDERMAINT is
      *> paid by EFT, anyone else by check.
       OPEN-PROVIDER-PAYMENT.

           MOVE PAY-PROVIDER-ID TO WS-GROUP-PROVIDER-ID
           MOVE WS-PAY-CURRENCY TO WS-GROUP-CURRENCY
           MOVE PAY-PAYEE-NAME TO WS-GROUP-NAME
           MOVE 0 TO WS-GROUP-ITEM-COUNT
           MOVE 0 TO WS-GROUP-TOTAL
           SET GROUP-NOT-STARTED TO TRUE

           IF WS-PROV-BANK-CODE NOT = SPACES
               AND WS-PROV-ACCOUNT NOT = SPACES
               SET PAY-BY-EFT TO TRUE
               MOVE WS-PROV-BANK-CODE TO WS-BANK-CODE
               MOVE WS-PROV-ACCOUNT TO WS-ACCOUNT-NUMBER
           ELSE
               SET PAY-BY-CHECK TO TRUE
               MOVE SPACES TO WS-BANK-CODE
               MOVE SPACES TO WS-ACCOUNT-NUMBER
           END-IF.

      *> claim payables are never subject to withholding. The
      *> remittance header is written with the first item actually
      *> paid, so a provider whose every item is held gets neither
      *> a payment nor an advice.
       DISBURSE-PROVIDER-ITEM.

           MOVE 0 TO WS-TAX-WITHHELD
           MOVE PAY-AMOUNT TO WS-NET-AMOUNT

           IF GROUP-NOT-STARTED
               PERFORM WRITE-REMIT-HEADER
               SET GROUP-STARTED TO TRUE
           END-IF

           PERFORM SETTLE-THE-CURRENCY

           EXEC SQL
               UPDATE payables
               SET payable_status = 'P',
                   paid_date = :WS-TODAY-DASH,
                   tax_withheld = 0,
                   check_number = :WS-NEXT-CHECK-NUMBER,
                   pay_method = :WS-PAY-METHOD,
                   recon_status = NULL,
                   cleared_date = NULL,
                   ach_trace = NULL
               WHERE payable_id = :PAY-PAYABLE-ID
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO PAID-COUNT
               ADD PAY-AMOUNT TO TOTAL-DISBURSED
               ADD 1 TO WS-GROUP-ITEM-COUNT
               ADD PAY-AMOUNT TO WS-GROUP-TOTAL

               PERFORM WRITE-REMIT-CLAIM-LINE
               PERFORM TALLY-REGISTER-SOURCE

               IF PAY-CLAIM-ID > 0
                   PERFORM CLOSE-CLAIM-IF-SETTLED
               END-IF
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR PAYING PAYABLE " PAY-PAYABLE-ID
                   " - " SQL-ERROR-MESSAGE
           END-IF.

      *> one instrument for the whole group: one payment record,
      *> one register line, one trace number used up. The group's
      *> own fields drive it - the control break runs with the next
      *> provider's first item already fetched into the PAY- row.
       CLOSE-PROVIDER-PAYMENT.

           IF GROUP-STARTED
               PERFORM WRITE-PROVIDER-PAYMENT-RECORD

               MOVE WS-GROUP-TOTAL TO WS-REGISTER-AMOUNT
               MOVE SPACES TO REGISTER-RECORD
               STRING WS-PAY-METHOD " " WS-NEXT-CHECK-NUMBER
                   " PROVIDER " WS-GROUP-PROVIDER-ID " "
                   WS-GROUP-NAME(1:30) " CLAIMS "
                   WS-GROUP-ITEM-COUNT " NET " WS-REGISTER-AMOUNT
                   " " WS-GROUP-CURRENCY
                   DELIMITED BY SIZE INTO REGISTER-RECORD
               PERFORM WRITE-REGISTER-LINE

               PERFORM WRITE-REMIT-TRAILER

               ADD 1 TO PROVIDER-PAYMENT-COUNT
               DISPLAY "  PROVIDER " WS-GROUP-PROVIDER-ID " "
                   WS-GROUP-ITEM-COUNT " CLAIMS CONSOLIDATED - "
                   WS-PAY-METHOD " " WS-NEXT-CHECK-NUMBER " NET "
                   WS-GROUP-TOTAL
               ADD 1 TO WS-NEXT-CHECK-NUMBER
           END-IF

           SET GROUP-NOT-STARTED TO TRUE.

      *> the consolidated record names no single payable or policy
      *> - the remittance advice is where the claims are itemized.
       WRITE-PROVIDER-PAYMENT-RECORD.

           MOVE WS-PAY-METHOD        TO PO-PAY-METHOD
           MOVE WS-NEXT-CHECK-NUMBER TO PO-CHECK-NUMBER
           MOVE 0                    TO PO-PAYABLE-ID
           MOVE 0                    TO PO-POLICY-ID
           MOVE WS-GROUP-NAME        TO PO-PAYEE-NAME
           MOVE WS-BANK-CODE         TO PO-BANK-CODE
           MOVE WS-ACCOUNT-NUMBER    TO PO-ACCOUNT-NUMBER
           MOVE WS-GROUP-TOTAL       TO PO-AMOUNT
           MOVE WS-GROUP-CURRENCY    TO PO-CURRENCY-CODE
           MOVE WS-TODAY-DASH        TO PO-PAY-DATE

           WRITE PAYMENT-OUT-RECORD

           IF PAYMENT-OUT-OK
               IF PAY-BY-EFT
                   ADD 1 TO EFT-COUNT
                   PERFORM ADD-ACH-PROVIDER
               ELSE
                   ADD 1 TO CHECK-COUNT
                   MOVE WS-GROUP-TOTAL TO PP-AMOUNT
                   MOVE WS-GROUP-NAME TO PP-PAYEE-NAME
                   PERFORM WRITE-POSPAY-ISSUE
               END-IF
           ELSE
               DISPLAY "ERROR WRITING PAYMENT RECORD FOR "
                   "PROVIDER " WS-GROUP-PROVIDER-ID ": "
                   WS-PAYMENT-OUT-STATUS
           END-IF.

      *> a provider is a business - one CCD claims credit for the
      *> whole group, its trace number stamped on every payable the
      *> group's check number covers.
       ADD-ACH-PROVIDER.

           MOVE "CCD" TO ACH-SEC-CODE
           MOVE "CLAIMS" TO ACH-ENTRY-DESC
           MOVE WS-GROUP-TOTAL TO ACH-AMOUNT
           MOVE WS-GROUP-PROVIDER-ID TO ACH-INDIVIDUAL-ID
           MOVE WS-GROUP-NAME TO ACH-INDIVIDUAL-NAME
           MOVE WS-GROUP-CURRENCY TO ACH-CURRENCY

           PERFORM ADD-ACH-CREDIT

           IF ACH-TRACE-NUMBER NOT = SPACES
               EXEC SQL
                   UPDATE payables
                   SET ach_trace = :ACH-TRACE-NUMBER
                   WHERE check_number = :WS-NEXT-CHECK-NUMBER
                       AND payable_status = 'P'
               END-EXEC
           END-IF.

       WRITE-REMIT-HEADER.

           MOVE WS-GROUP-PROVIDER-ID TO RH-PROVIDER-ID
           MOVE WS-GROUP-NAME       TO RH-PROVIDER-NAME
           MOVE WS-PAY-METHOD       TO RH-PAY-METHOD
           MOVE WS-NEXT-CHECK-NUMBER TO RH-TRACE-NUMBER
           MOVE WS-TODAY-DASH       TO RH-PAY-DATE
           MOVE WS-GROUP-CURRENCY   TO RH-CURRENCY-CODE

           MOVE REMIT-HEADER-LINE TO REMIT-RECORD
           PERFORM WRITE-REMIT-LINE.

      *> a statutory interest payable rides the same payment as the
      *> claim it was owed on - it was never billed or allowed, so
      *> it carries the amount paid alone.
       WRITE-REMIT-CLAIM-LINE.

           MOVE PAY-CLAIM-ID        TO RC-CLAIM-ID
           MOVE WS-PATIENT-NAME     TO RC-PATIENT-NAME
           MOVE WS-RA-PROCEDURE     TO RC-PROCEDURE-CODE
           MOVE PAY-AMOUNT          TO RC-PAID
           MOVE PAY-PAYABLE-ID      TO RC-PAYABLE-ID

           IF PAY-SOURCE = "CLAIMINT"
               MOVE 0 TO RC-BILLED
               MOVE 0 TO RC-ALLOWED
               MOVE 0 TO RC-ADJUSTMENT
               MOVE "INT" TO RC-REASON-CODE
           ELSE
               MOVE WS-RA-BILLED    TO RC-BILLED
               MOVE WS-RA-ALLOWED   TO RC-ALLOWED
               MOVE WS-RA-REASON    TO RC-REASON-CODE
               IF WS-RA-BILLED > PAY-AMOUNT
                   COMPUTE RC-ADJUSTMENT =
                       WS-RA-BILLED - PAY-AMOUNT
               ELSE
                   MOVE 0 TO RC-ADJUSTMENT
               END-IF
           END-IF

           MOVE REMIT-CLAIM-LINE TO REMIT-RECORD
           PERFORM WRITE-REMIT-LINE
           ADD 1 TO REMIT-LINE-COUNT.

       WRITE-REMIT-TRAILER.

           MOVE WS-GROUP-PROVIDER-ID TO RM-PROVIDER-ID
           MOVE WS-NEXT-CHECK-NUMBER TO RM-TRACE-NUMBER
           MOVE WS-GROUP-ITEM-COUNT  TO RM-ITEM-COUNT
           MOVE WS-GROUP-TOTAL       TO RM-TOTAL-PAID
           ADD WS-GROUP-TOTAL TO REMIT-TOTAL-PAID

           MOVE REMIT-TRAILER-LINE TO REMIT-RECORD
           PERFORM WRITE-REMIT-LINE.

      *> the amount is the face of the check - net of withholding
      *> - exactly what the bank will see presented.
       WRITE-POSPAY-ISSUE.

           MOVE DISBURSEMENT-ACCOUNT TO PP-ACCOUNT-NUMBER
           MOVE WS-NEXT-CHECK-NUMBER TO PP-CHECK-NUMBER
           MOVE WS-TODAY-DASH        TO PP-ISSUE-DATE
           SET PP-ISSUED TO TRUE
           MOVE SPACES               TO PP-VOID-DATE

           WRITE POSPAY-ISSUE-RECORD FROM POSPAY-RECORD

           IF POSPAY-OK
               ADD 1 TO POSPAY-ISSUE-COUNT
               ADD PP-AMOUNT TO POSPAY-ISSUE-TOTAL
           ELSE
               DISPLAY "ERROR WRITING POSITIVE PAY ISSUE FOR CHECK "
                   WS-NEXT-CHECK-NUMBER ": " WS-POSPAY-STATUS
           END-IF.

       WRITE-REMIT-LINE.

           WRITE REMIT-RECORD

           IF NOT REMIT-OK
               DISPLAY "ERROR WRITING REMITTANCE LINE: "
                   WS-REMIT-STATUS
           END-IF.

      *> a non-USD payable settles at the rate in force on the
      *> payment date - the movement between the booking-date and
      *> payment-date valuations is realized the moment the money
