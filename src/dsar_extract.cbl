       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSAREXTRACT.

      *> the data subject access extract: everything we hold on one
      *> customer, in one file the privacy desk can send - the
      *> customers row, every policy the person is on in any role,
      *> and beneath each policy its riders, claims, beneficiary
      *> designations, invoices, payments, bank mandates,
      *> correspondence and audit trail - as much of that as is the
      *> person's own, by their role on it; then their complaints,
      *> their address history, and whatever ARCHIVEPURGE has
      *> already taken off the live tables. One pipe-delimited line
      *> per item, the section name first, so the desk can read it
      *> and a regulator can count it. The protected identifiers
      *> follow the same last-four rule as everywhere else. Each
      *> customer's extracts are OUTGEN generations of a base name
      *> of their own, DSAR_EXTRACT_C000001234.TXT, so one
      *> customer's file never overwrites or supersedes another's
      *> and the retention sweep clears them on the same schedule
      *> as every other file that leaves the building.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSAR-FILE ASSIGN TO DYNAMIC WS-DSAR-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSAR-FILE-STATUS.

           SELECT POLICY-ARCHIVE-FILE ASSIGN TO "POLICYARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PA-POLICY-ID
               FILE STATUS IS WS-POLICY-ARCHIVE-STATUS.

           SELECT RIDER-ARCHIVE-FILE ASSIGN TO "RIDERARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RA-RIDER-ID
               FILE STATUS IS WS-RIDER-ARCHIVE-STATUS.

           SELECT CLAIM-ARCHIVE-FILE ASSIGN TO "CLAIMARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CA-CLAIM-ID
               FILE STATUS IS WS-CLAIM-ARCHIVE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  DSAR-FILE.
       01  DSAR-RECORD          PIC X(300).

       FD  POLICY-ARCHIVE-FILE.
       01  POLICY-ARCHIVE-RECORD.
           02 PA-POLICY-ID        PIC 9(9).
           02 PA-CUSTOMER-NAME    PIC X(100).
           02 PA-POLICY-TYPE      PIC X(20).
           02 PA-PREMIUM          PIC 9(7)V99.
           02 PA-CURRENCY-CODE    PIC X(03).
           02 PA-START-DATE       PIC X(10).
           02 PA-RENEWAL-DATE     PIC X(10).
           02 PA-POLICY-STATUS    PIC X(01).
           02 PA-AGENT-ID         PIC 9(9).
           02 PA-PAYMENT-FREQUENCY PIC X(01).
           02 PA-COVERAGE-AMOUNT  PIC 9(9)V99.
           02 PA-CUSTOMER-ID      PIC 9(9).
           02 PA-JURISDICTION     PIC X(02).

       FD  RIDER-ARCHIVE-FILE.
       01  RIDER-ARCHIVE-RECORD.
           02 RA-RIDER-ID         PIC 9(9).
           02 RA-POLICY-ID        PIC 9(9).
           02 RA-RIDER-TYPE       PIC X(50).
           02 RA-RIDER-PREMIUM    PIC 9(7)V99.
           02 RA-RIDER-STATUS     PIC X(01).
           02 RA-EFFECTIVE-DATE   PIC X(10).
           02 RA-EXPIRY-DATE      PIC X(10).

       FD  CLAIM-ARCHIVE-FILE.
       01  CLAIM-ARCHIVE-RECORD.
           02 CA-CLAIM-ID         PIC 9(9).
           02 CA-POLICY-ID        PIC 9(9).
           02 CA-DATE-OF-LOSS     PIC X(10).
           02 CA-AMOUNT-CLAIMED   PIC 9(7)V99.
           02 CA-COVERAGE-TYPE    PIC X(50).
           02 CA-CLAIM-STATUS     PIC X(01).
           02 CA-AMOUNT-PAYABLE   PIC 9(7)V99.
           02 CA-REASON-CODE      PIC X(04).
           02 CA-CASE-RESERVE     PIC 9(7)V99.
           02 CA-FRAUD-STATUS     PIC X(01).

       WORKING-STORAGE SECTION.

       COPY "../copy/customer.cpy".

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/outgen.cpy".

      *> the customer's base name, and the dated generation of it
      *> this extract writes.
       01 WS-DSAR-BASE-NAME     PIC X(40).
       01 WS-DSAR-GEN-NAME      PIC X(60).
       01 WS-DSAR-GEN-ID        PIC 9(9) VALUE 0.

       01 WS-DSAR-FILE-STATUS   PIC X(02).
           88 DSAR-FILE-OK          VALUE "00".

       01 WS-POLICY-ARCHIVE-STATUS PIC X(02).
           88 POLICY-ARCHIVE-OK        VALUE "00".
           88 POLICY-ARCHIVE-MISSING   VALUE "35".

       01 WS-RIDER-ARCHIVE-STATUS  PIC X(02).
           88 RIDER-ARCHIVE-MISSING    VALUE "35".

       01 WS-CLAIM-ARCHIVE-STATUS  PIC X(02).
           88 CLAIM-ARCHIVE-MISSING    VALUE "35".

       01 WS-POLICY-ID          PIC 9(9).
       01 WS-POLICY-TYPE        PIC X(20).
       01 WS-PREMIUM            PIC 9(7)V99.
       01 WS-POLICY-STATUS      PIC X(01).
       01 WS-START-DATE         PIC X(10).
       01 WS-RENEWAL-DATE       PIC X(10).
       01 WS-COVERAGE-AMOUNT    PIC 9(9)V99.
       01 WS-ROLE-TYPE          PIC X(01).
      *> how much of a policy is the subject's own data to receive:
      *> all of it for the insured or a current owner, the billing
      *> a current payor was sent and paid, and for anyone else -
      *> an assignee, a former owner or payor - only that they are
      *> on the policy. Another person's claims, beneficiaries and
      *> correspondence are not theirs to be sent.
       01 WS-DISCLOSURE         PIC X(01).
           88 DISCLOSE-FULL         VALUE "F".
           88 DISCLOSE-BILLING      VALUE "B".
           88 DISCLOSE-POLICY-ONLY  VALUE "P".

       01 WS-ITEM-ID            PIC 9(9).
       01 WS-ITEM-TYPE          PIC X(50).
       01 WS-ITEM-STATUS        PIC X(01).
       01 WS-ITEM-DATE          PIC X(10).
       01 WS-ITEM-DATE-2        PIC X(10).
       01 WS-ITEM-AMOUNT        PIC 9(9)V99.
       01 WS-ITEM-AMOUNT-2      PIC 9(9)V99.
       01 WS-ITEM-TEXT          PIC X(100).
       01 WS-ITEM-TEXT-2        PIC X(100).
       01 WS-ITEM-REF           PIC X(20).
       01 WS-ALLOCATION         PIC 9V999.
       01 WS-ACCOUNT-NUMBER     PIC X(20).
       01 WS-ACCOUNT-LENGTH     PIC 9(3).

       01 WS-EDIT-AMOUNT        PIC Z(8)9.99.
       01 WS-EDIT-AMOUNT-2      PIC Z(8)9.99.
       01 WS-EDIT-PCT           PIC 9.999.

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).
       01 WS-OPERATOR-ID        PIC 9(9).

      *> the customer's archived policies, gathered off the policy
      *> archive so the rider and claim archives can be scanned once
      *> each against the whole list.
       01 ARCHIVED-POLICY-TABLE.
           02 ARCHIVED-POLICY-ID  PIC 9(9) OCCURS 200 TIMES
                   INDEXED BY AP-IDX.
       01 ARCHIVED-POLICY-COUNT PIC 9(3) VALUE 0.
       01 WS-ARCHIVE-MATCH      PIC X(01).
           88 ARCHIVE-MATCHED       VALUE "Y".
           88 ARCHIVE-NOT-MATCHED   VALUE "N".

       01 LINE-COUNT            PIC 9(7) VALUE 0.
       01 POLICY-COUNT          PIC 9(5) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

       01 ITEM-AT-END           PIC X(01) VALUE "N".
           88 ITEM-EOF              VALUE "Y".

       01 ARCH-AT-END           PIC X(01) VALUE "N".
           88 ARCH-EOF              VALUE "Y".

      *> every policy the person is on - the insured on the master
      *> row or any role (owner, payor, beneficiary) POLICYROLE has
      *> recorded, past or present. The role shown is the policy
      *> role when there is one, "I" for the insured otherwise.
      *> The disclosure level is worked out alongside it.
       EXEC SQL
           DECLARE DSAR-POLICY-CURSOR CURSOR FOR
               SELECT p.policy_id, p.policy_type, p.premium,
                   p.policy_status, COALESCE(p.start_date, ' '),
                   COALESCE(p.renewal_date, ' '),
                   COALESCE(p.coverage_amount, 0),
                   COALESCE((SELECT MIN(r.role_type)
                       FROM policy_roles r
                       WHERE r.policy_id = p.policy_id
                           AND r.customer_id = :CUST-CUSTOMER-ID),
                       'I'),
                   CASE
                       WHEN p.customer_id = :CUST-CUSTOMER-ID
                           THEN 'F'
                       WHEN EXISTS
                           (SELECT 1 FROM policy_roles r3
                            WHERE r3.policy_id = p.policy_id
                                AND r3.customer_id = :CUST-CUSTOMER-ID
                                AND r3.role_type = 'O'
                                AND r3.role_status = 'A')
                           THEN 'F'
                       WHEN EXISTS
                           (SELECT 1 FROM policy_roles r4
                            WHERE r4.policy_id = p.policy_id
                                AND r4.customer_id = :CUST-CUSTOMER-ID
                                AND r4.role_type = 'P'
                                AND r4.role_status = 'A')
                           THEN 'B'
                       ELSE 'P'
                   END
               FROM policy_master p
               WHERE p.customer_id = :CUST-CUSTOMER-ID
                   OR EXISTS
                       (SELECT 1 FROM policy_roles r2
                        WHERE r2.policy_id = p.policy_id
                            AND r2.customer_id = :CUST-CUSTOMER-ID)
               ORDER BY p.policy_id
       END-EXEC.

       EXEC SQL
           DECLARE DSAR-RIDER-CURSOR CURSOR FOR
               SELECT rider_id, rider_type, rider_premium,
                   rider_status, COALESCE(effective_date, ' '),
                   COALESCE(expiry_date, ' ')
               FROM riders
               WHERE policy_id = :WS-POLICY-ID
               ORDER BY rider_id
       END-EXEC.

       EXEC SQL
           DECLARE DSAR-CLAIM-CURSOR CURSOR FOR
               SELECT claim_id, date_of_loss, amount_claimed,
                   claim_status, COALESCE(amount_payable, 0),
                   COALESCE(coverage_type, ' ')
               FROM claims
               WHERE policy_id = :WS-POLICY-ID
               ORDER BY claim_id
       END-EXEC.

       EXEC SQL
           DECLARE DSAR-BENEFICIARY-CURSOR CURSOR FOR
               SELECT beneficiary_name, COALESCE(relationship, ' '),
                   allocation_pct
               FROM beneficiaries
               WHERE policy_id = :WS-POLICY-ID
               ORDER BY beneficiary_name
       END-EXEC.

       EXEC SQL
           DECLARE DSAR-INVOICE-CURSOR CURSOR FOR
               SELECT invoice_id, COALESCE(bill_period, ' '),
                   due_date, amount_due, COALESCE(amount_paid, 0),
                   invoice_status
               FROM invoices
               WHERE policy_id = :WS-POLICY-ID
               ORDER BY invoice_id
       END-EXEC.

       EXEC SQL
           DECLARE DSAR-PAYMENT-CURSOR CURSOR FOR
               SELECT COALESCE(invoice_id, 0), pay_date, amount,
                   COALESCE(payment_ref, ' ')
               FROM payments
               WHERE policy_id = :WS-POLICY-ID
               ORDER BY pay_date
       END-EXEC.

       EXEC SQL
           DECLARE DSAR-MANDATE-CURSOR CURSOR FOR
               SELECT bank_code, account_number, mandate_ref,
                   mandate_status
               FROM bank_mandates
               WHERE policy_id = :WS-POLICY-ID
               ORDER BY mandate_ref
       END-EXEC.

       EXEC SQL
           DECLARE DSAR-LETTER-CURSOR CURSOR FOR
               SELECT corr_id, letter_type,
                   TO_CHAR(created_at, 'YYYY-MM-DD'), corr_status,
                   COALESCE(variable_data, ' ')
               FROM correspondence
               WHERE policy_id = :WS-POLICY-ID
               ORDER BY corr_id
       END-EXEC.

       EXEC SQL
           DECLARE DSAR-AUDIT-CURSOR CURSOR FOR
               SELECT TO_CHAR(changed_at, 'YYYY-MM-DD'),
                   source_program, event_type,
                   COALESCE(old_values, ' '),
                   COALESCE(new_values, ' ')
               FROM policy_audit
               WHERE policy_id = :WS-POLICY-ID
               ORDER BY changed_at
       END-EXEC.

       EXEC SQL
           DECLARE DSAR-COMPLAINT-CURSOR CURSOR FOR
               SELECT complaint_id, COALESCE(policy_id, 0),
                   category, received_date, complaint_status
               FROM complaints
               WHERE customer_id = :CUST-CUSTOMER-ID
               ORDER BY complaint_id
       END-EXEC.

       EXEC SQL
           DECLARE DSAR-ADDRESS-CURSOR CURSOR FOR
               SELECT changed_date, COALESCE(old_address, ' '),
                   COALESCE(new_address, ' ')
               FROM customer_address_history
               WHERE customer_id = :CUST-CUSTOMER-ID
               ORDER BY changed_date
       END-EXEC.

       LINKAGE SECTION.

       01 LK-CUSTOMER-ID        PIC 9(9).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-CUSTOMER-ID LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           MOVE LK-CUSTOMER-ID TO CUST-CUSTOMER-ID

           EXEC SQL
               SELECT customer_name, COALESCE(date_of_birth, ' '),
                   COALESCE(address, ' '), COALESCE(phone, ' '),
                   COALESCE(email, ' '), customer_status,
                   COALESCE(delivery_pref, 'P'),
                   COALESCE(tax_id, ' '), COALESCE(w9_status, 'N'),
                   COALESCE(w9_date, ' '),
                   COALESCE(language_code, 'EN')
               INTO :CUST-NAME, :CUST-DATE-OF-BIRTH, :CUST-ADDRESS,
                   :CUST-PHONE, :CUST-EMAIL, :CUST-STATUS,
                   :CUST-DELIVERY-PREF, :CUST-TAX-ID,
                   :CUST-W9-STATUS, :CUST-W9-DATE, :CUST-LANGUAGE
               FROM customers
               WHERE customer_id = :CUST-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR: CUSTOMER " LK-CUSTOMER-ID
                   " NOT FOUND - NO EXTRACT WRITTEN"
           ELSE
               DISPLAY "=== DATA SUBJECT ACCESS EXTRACT - CUSTOMER "
                   CUST-CUSTOMER-ID " ==="

      *>       the counts start over for each customer - the desk
      *>       may answer several requests in one session
               MOVE 0 TO LINE-COUNT
               MOVE 0 TO POLICY-COUNT
               MOVE 0 TO ARCHIVED-POLICY-COUNT
               MOVE "N" TO WS-AT-END

               MOVE "O" TO OUTGEN-ACTION
               MOVE "DSAREXTRACT" TO OUTGEN-PROGRAM
               MOVE SPACES TO WS-DSAR-BASE-NAME
               STRING "DSAR_EXTRACT_C" CUST-CUSTOMER-ID ".TXT"
                   DELIMITED BY SIZE INTO WS-DSAR-BASE-NAME
               MOVE WS-DSAR-BASE-NAME TO OUTGEN-BASE-NAME
               PERFORM CALL-OUTGEN

               IF OUTGEN-REFUSED
                   DISPLAY "=== DATA SUBJECT ACCESS EXTRACT NOT "
                       "WRITTEN ==="
               ELSE
                   MOVE OUTGEN-FILE-NAME TO WS-DSAR-GEN-NAME
                   MOVE OUTGEN-ID TO WS-DSAR-GEN-ID

                   OPEN OUTPUT DSAR-FILE

                   PERFORM WRITE-CUSTOMER-SECTION

                   EXEC SQL OPEN DSAR-POLICY-CURSOR END-EXEC

                   PERFORM EXTRACT-ONE-POLICY
                       UNTIL WS-EOF

                   EXEC SQL CLOSE DSAR-POLICY-CURSOR END-EXEC

                   PERFORM EXTRACT-COMPLAINTS
                   PERFORM EXTRACT-ADDRESS-HISTORY
                   PERFORM EXTRACT-ARCHIVED-POLICIES

                   CLOSE DSAR-FILE

                   MOVE "C" TO OUTGEN-ACTION
                   MOVE WS-DSAR-GEN-ID TO OUTGEN-ID
                   MOVE LINE-COUNT TO OUTGEN-RECORD-COUNT
                   MOVE CUST-CUSTOMER-ID TO OUTGEN-CONTROL-TOTAL
                   PERFORM CALL-OUTGEN

                   PERFORM RECORD-THE-REQUEST

                   SET LK-STATUS-OK TO TRUE
                   DISPLAY "POLICIES EXTRACTED : " POLICY-COUNT
                   DISPLAY "ARCHIVED POLICIES  : " ARCHIVED-POLICY-COUNT
                   DISPLAY "LINES WRITTEN      : " LINE-COUNT
                   DISPLAY "EXTRACT FILE       : " WS-DSAR-GEN-NAME
                   DISPLAY "=== EXTRACT COMPLETE ==="
               END-IF
           END-IF.

           GOBACK.

       WRITE-CUSTOMER-SECTION.

           MOVE SPACES TO DSAR-RECORD
           STRING "CUSTOMER|" CUST-CUSTOMER-ID "|"
               CUST-NAME DELIMITED BY "  "
               "|" CUST-DATE-OF-BIRTH "|STATUS " CUST-STATUS
               "|DELIVERY " CUST-DELIVERY-PREF
               "|LANGUAGE " CUST-LANGUAGE
               DELIMITED BY SIZE INTO DSAR-RECORD
           PERFORM WRITE-DSAR-LINE

           MOVE SPACES TO DSAR-RECORD
           STRING "CUSTOMER-ADDRESS|" CUST-ADDRESS
               DELIMITED BY SIZE INTO DSAR-RECORD
           PERFORM WRITE-DSAR-LINE

           MOVE SPACES TO DSAR-RECORD
           STRING "CUSTOMER-CONTACT|" CUST-PHONE DELIMITED BY "  "
               "|" CUST-EMAIL DELIMITED BY "  "
               INTO DSAR-RECORD
           PERFORM WRITE-DSAR-LINE

           MOVE SPACES TO DSAR-RECORD
           IF CUST-TAX-ID = SPACES
               STRING "CUSTOMER-TAX|NOT ON FILE|W9 " CUST-W9-STATUS
                   DELIMITED BY SIZE INTO DSAR-RECORD
           ELSE
               STRING "CUSTOMER-TAX|***-**-" CUST-TIN-LAST-FOUR
                   "|W9 " CUST-W9-STATUS " " CUST-W9-DATE
                   DELIMITED BY SIZE INTO DSAR-RECORD
           END-IF
           PERFORM WRITE-DSAR-LINE.

       EXTRACT-ONE-POLICY.

           EXEC SQL
               FETCH DSAR-POLICY-CURSOR
               INTO :WS-POLICY-ID, :WS-POLICY-TYPE, :WS-PREMIUM,
                   :WS-POLICY-STATUS, :WS-START-DATE,
                   :WS-RENEWAL-DATE, :WS-COVERAGE-AMOUNT,
                   :WS-ROLE-TYPE, :WS-DISCLOSURE
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO POLICY-COUNT
               MOVE WS-PREMIUM TO WS-EDIT-AMOUNT
               MOVE WS-COVERAGE-AMOUNT TO WS-EDIT-AMOUNT-2
               MOVE SPACES TO DSAR-RECORD
               STRING "POLICY|" WS-POLICY-ID "|ROLE " WS-ROLE-TYPE
                   "|" WS-POLICY-TYPE DELIMITED BY "  "
                   "|STATUS " WS-POLICY-STATUS
                   "|" WS-START-DATE "|" WS-RENEWAL-DATE
                   "|PREMIUM " WS-EDIT-AMOUNT
                   "|COVERAGE " WS-EDIT-AMOUNT-2
                   DELIMITED BY SIZE INTO DSAR-RECORD
               PERFORM WRITE-DSAR-LINE

               EVALUATE TRUE
                   WHEN DISCLOSE-FULL
                       PERFORM EXTRACT-RIDERS
                       PERFORM EXTRACT-CLAIMS
                       PERFORM EXTRACT-BENEFICIARIES
                       PERFORM EXTRACT-INVOICES
                       PERFORM EXTRACT-PAYMENTS
                       PERFORM EXTRACT-MANDATES
                       PERFORM EXTRACT-LETTERS
                       PERFORM EXTRACT-AUDIT-TRAIL
                   WHEN DISCLOSE-BILLING
                       PERFORM EXTRACT-INVOICES
                       PERFORM EXTRACT-PAYMENTS
               END-EVALUATE
           END-IF.

       EXTRACT-RIDERS.

           MOVE "N" TO ITEM-AT-END
           EXEC SQL OPEN DSAR-RIDER-CURSOR END-EXEC
           PERFORM EXTRACT-ONE-RIDER
               UNTIL ITEM-EOF
           EXEC SQL CLOSE DSAR-RIDER-CURSOR END-EXEC.

       EXTRACT-ONE-RIDER.

           EXEC SQL
               FETCH DSAR-RIDER-CURSOR
               INTO :WS-ITEM-ID, :WS-ITEM-TYPE, :WS-ITEM-AMOUNT,
                   :WS-ITEM-STATUS, :WS-ITEM-DATE, :WS-ITEM-DATE-2
           END-EXEC

           IF SQLCODE NOT = 0
               SET ITEM-EOF TO TRUE
           ELSE
               MOVE WS-ITEM-AMOUNT TO WS-EDIT-AMOUNT
               MOVE SPACES TO DSAR-RECORD
               STRING "RIDER|" WS-POLICY-ID "|" WS-ITEM-ID "|"
                   WS-ITEM-TYPE DELIMITED BY "  "
                   "|STATUS " WS-ITEM-STATUS
                   "|" WS-ITEM-DATE "|" WS-ITEM-DATE-2
                   "|PREMIUM " WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO DSAR-RECORD
               PERFORM WRITE-DSAR-LINE
           END-IF.

       EXTRACT-CLAIMS.

           MOVE "N" TO ITEM-AT-END
           EXEC SQL OPEN DSAR-CLAIM-CURSOR END-EXEC
           PERFORM EXTRACT-ONE-CLAIM
               UNTIL ITEM-EOF
           EXEC SQL CLOSE DSAR-CLAIM-CURSOR END-EXEC.

       EXTRACT-ONE-CLAIM.

           EXEC SQL
               FETCH DSAR-CLAIM-CURSOR
               INTO :WS-ITEM-ID, :WS-ITEM-DATE, :WS-ITEM-AMOUNT,
                   :WS-ITEM-STATUS, :WS-ITEM-AMOUNT-2,
                   :WS-ITEM-TYPE
           END-EXEC

           IF SQLCODE NOT = 0
               SET ITEM-EOF TO TRUE
           ELSE
               MOVE WS-ITEM-AMOUNT TO WS-EDIT-AMOUNT
               MOVE WS-ITEM-AMOUNT-2 TO WS-EDIT-AMOUNT-2
               MOVE SPACES TO DSAR-RECORD
               STRING "CLAIM|" WS-POLICY-ID "|" WS-ITEM-ID
                   "|LOSS " WS-ITEM-DATE "|"
                   WS-ITEM-TYPE DELIMITED BY "  "
                   "|STATUS " WS-ITEM-STATUS
                   "|CLAIMED " WS-EDIT-AMOUNT
                   "|PAYABLE " WS-EDIT-AMOUNT-2
                   DELIMITED BY SIZE INTO DSAR-RECORD
               PERFORM WRITE-DSAR-LINE
           END-IF.

       EXTRACT-BENEFICIARIES.

           MOVE "N" TO ITEM-AT-END
           EXEC SQL OPEN DSAR-BENEFICIARY-CURSOR END-EXEC
           PERFORM EXTRACT-ONE-BENEFICIARY
               UNTIL ITEM-EOF
           EXEC SQL CLOSE DSAR-BENEFICIARY-CURSOR END-EXEC.

       EXTRACT-ONE-BENEFICIARY.

           EXEC SQL
               FETCH DSAR-BENEFICIARY-CURSOR
               INTO :WS-ITEM-TYPE, :WS-ITEM-REF, :WS-ALLOCATION
           END-EXEC

           IF SQLCODE NOT = 0
               SET ITEM-EOF TO TRUE
           ELSE
               MOVE WS-ALLOCATION TO WS-EDIT-PCT
               MOVE SPACES TO DSAR-RECORD
               STRING "BENEFICIARY|" WS-POLICY-ID "|"
                   WS-ITEM-TYPE DELIMITED BY "  "
                   "|" WS-ITEM-REF DELIMITED BY "  "
                   "|SHARE " WS-EDIT-PCT
                   DELIMITED BY SIZE INTO DSAR-RECORD
               PERFORM WRITE-DSAR-LINE
           END-IF.

       EXTRACT-INVOICES.

           MOVE "N" TO ITEM-AT-END
           EXEC SQL OPEN DSAR-INVOICE-CURSOR END-EXEC
           PERFORM EXTRACT-ONE-INVOICE
               UNTIL ITEM-EOF
           EXEC SQL CLOSE DSAR-INVOICE-CURSOR END-EXEC.

       EXTRACT-ONE-INVOICE.

           EXEC SQL
               FETCH DSAR-INVOICE-CURSOR
               INTO :WS-ITEM-ID, :WS-ITEM-REF, :WS-ITEM-DATE,
                   :WS-ITEM-AMOUNT, :WS-ITEM-AMOUNT-2,
                   :WS-ITEM-STATUS
           END-EXEC

           IF SQLCODE NOT = 0
               SET ITEM-EOF TO TRUE
           ELSE
               MOVE WS-ITEM-AMOUNT TO WS-EDIT-AMOUNT
               MOVE WS-ITEM-AMOUNT-2 TO WS-EDIT-AMOUNT-2
               MOVE SPACES TO DSAR-RECORD
               STRING "INVOICE|" WS-POLICY-ID "|" WS-ITEM-ID
                   "|" WS-ITEM-REF DELIMITED BY "  "
                   "|DUE " WS-ITEM-DATE
                   "|AMOUNT " WS-EDIT-AMOUNT
                   "|PAID " WS-EDIT-AMOUNT-2
                   "|STATUS " WS-ITEM-STATUS
                   DELIMITED BY SIZE INTO DSAR-RECORD
               PERFORM WRITE-DSAR-LINE
           END-IF.

       EXTRACT-PAYMENTS.

           MOVE "N" TO ITEM-AT-END
           EXEC SQL OPEN DSAR-PAYMENT-CURSOR END-EXEC
           PERFORM EXTRACT-ONE-PAYMENT
               UNTIL ITEM-EOF
           EXEC SQL CLOSE DSAR-PAYMENT-CURSOR END-EXEC.

       EXTRACT-ONE-PAYMENT.

           EXEC SQL
               FETCH DSAR-PAYMENT-CURSOR
               INTO :WS-ITEM-ID, :WS-ITEM-DATE, :WS-ITEM-AMOUNT,
                   :WS-ITEM-REF
           END-EXEC

           IF SQLCODE NOT = 0
               SET ITEM-EOF TO TRUE
           ELSE
               MOVE WS-ITEM-AMOUNT TO WS-EDIT-AMOUNT
               MOVE SPACES TO DSAR-RECORD
               STRING "PAYMENT|" WS-POLICY-ID "|INVOICE "
                   WS-ITEM-ID "|" WS-ITEM-DATE
                   "|AMOUNT " WS-EDIT-AMOUNT "|"
                   WS-ITEM-REF DELIMITED BY "  "
                   INTO DSAR-RECORD
               PERFORM WRITE-DSAR-LINE
           END-IF.

      *> the account number goes out as its last four only - the
      *> extract may travel by post, and the customer knows their
      *> own account.
       EXTRACT-MANDATES.

           MOVE "N" TO ITEM-AT-END
           EXEC SQL OPEN DSAR-MANDATE-CURSOR END-EXEC
           PERFORM EXTRACT-ONE-MANDATE
               UNTIL ITEM-EOF
           EXEC SQL CLOSE DSAR-MANDATE-CURSOR END-EXEC.

       EXTRACT-ONE-MANDATE.

           EXEC SQL
               FETCH DSAR-MANDATE-CURSOR
               INTO :WS-ITEM-TYPE, :WS-ACCOUNT-NUMBER,
                   :WS-ITEM-REF, :WS-ITEM-STATUS
           END-EXEC

           IF SQLCODE NOT = 0
               SET ITEM-EOF TO TRUE
           ELSE
               MOVE 0 TO WS-ACCOUNT-LENGTH
               INSPECT WS-ACCOUNT-NUMBER TALLYING WS-ACCOUNT-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-ACCOUNT-LENGTH < 4
                   MOVE 4 TO WS-ACCOUNT-LENGTH
               END-IF

               MOVE SPACES TO DSAR-RECORD
               STRING "BANK-MANDATE|" WS-POLICY-ID "|"
                   WS-ITEM-TYPE DELIMITED BY "  "
                   "|ACCOUNT ****"
                   WS-ACCOUNT-NUMBER(WS-ACCOUNT-LENGTH - 3:4)
                   "|" WS-ITEM-REF DELIMITED BY "  "
                   "|STATUS " WS-ITEM-STATUS
                   DELIMITED BY SIZE INTO DSAR-RECORD
               PERFORM WRITE-DSAR-LINE
           END-IF.

       EXTRACT-LETTERS.

           MOVE "N" TO ITEM-AT-END
           EXEC SQL OPEN DSAR-LETTER-CURSOR END-EXEC
           PERFORM EXTRACT-ONE-LETTER
               UNTIL ITEM-EOF
           EXEC SQL CLOSE DSAR-LETTER-CURSOR END-EXEC.

       EXTRACT-ONE-LETTER.

           EXEC SQL
               FETCH DSAR-LETTER-CURSOR
               INTO :WS-ITEM-ID, :WS-ITEM-REF, :WS-ITEM-DATE,
                   :WS-ITEM-STATUS, :WS-ITEM-TEXT
           END-EXEC

           IF SQLCODE NOT = 0
               SET ITEM-EOF TO TRUE
           ELSE
               MOVE SPACES TO DSAR-RECORD
               STRING "CORRESPONDENCE|" WS-POLICY-ID "|" WS-ITEM-ID
                   "|" WS-ITEM-DATE "|"
                   WS-ITEM-REF DELIMITED BY "  "
                   "|STATUS " WS-ITEM-STATUS "|"
                   WS-ITEM-TEXT DELIMITED BY SIZE
                   INTO DSAR-RECORD
               PERFORM WRITE-DSAR-LINE
           END-IF.

       EXTRACT-AUDIT-TRAIL.

           MOVE "N" TO ITEM-AT-END
           EXEC SQL OPEN DSAR-AUDIT-CURSOR END-EXEC
           PERFORM EXTRACT-ONE-AUDIT-ROW
               UNTIL ITEM-EOF
           EXEC SQL CLOSE DSAR-AUDIT-CURSOR END-EXEC.

       EXTRACT-ONE-AUDIT-ROW.

           EXEC SQL
               FETCH DSAR-AUDIT-CURSOR
               INTO :WS-ITEM-DATE, :WS-ITEM-REF, :WS-ITEM-TYPE,
                   :WS-ITEM-TEXT, :WS-ITEM-TEXT-2
           END-EXEC

           IF SQLCODE NOT = 0
               SET ITEM-EOF TO TRUE
           ELSE
               MOVE SPACES TO DSAR-RECORD
               STRING "AUDIT|" WS-POLICY-ID "|" WS-ITEM-DATE "|"
                   WS-ITEM-REF DELIMITED BY "  "
                   "|" WS-ITEM-TYPE DELIMITED BY "  "
                   "|OLD " WS-ITEM-TEXT DELIMITED BY "  "
                   "|NEW " WS-ITEM-TEXT-2 DELIMITED BY "  "
                   INTO DSAR-RECORD
               PERFORM WRITE-DSAR-LINE
           END-IF.

       EXTRACT-COMPLAINTS.

           MOVE "N" TO ITEM-AT-END
           EXEC SQL OPEN DSAR-COMPLAINT-CURSOR END-EXEC
           PERFORM EXTRACT-ONE-COMPLAINT
               UNTIL ITEM-EOF
           EXEC SQL CLOSE DSAR-COMPLAINT-CURSOR END-EXEC.

       EXTRACT-ONE-COMPLAINT.

           EXEC SQL
               FETCH DSAR-COMPLAINT-CURSOR
               INTO :WS-ITEM-ID, :WS-POLICY-ID, :WS-ITEM-REF,
                   :WS-ITEM-DATE, :WS-ITEM-STATUS
           END-EXEC

           IF SQLCODE NOT = 0
               SET ITEM-EOF TO TRUE
           ELSE
               MOVE SPACES TO DSAR-RECORD
               STRING "COMPLAINT|" WS-ITEM-ID "|POLICY "
                   WS-POLICY-ID "|" WS-ITEM-DATE "|"
                   WS-ITEM-REF DELIMITED BY "  "
                   "|STATUS " WS-ITEM-STATUS
                   DELIMITED BY SIZE INTO DSAR-RECORD
               PERFORM WRITE-DSAR-LINE
           END-IF.

       EXTRACT-ADDRESS-HISTORY.

           MOVE "N" TO ITEM-AT-END
           EXEC SQL OPEN DSAR-ADDRESS-CURSOR END-EXEC
           PERFORM EXTRACT-ONE-ADDRESS
               UNTIL ITEM-EOF
           EXEC SQL CLOSE DSAR-ADDRESS-CURSOR END-EXEC.

       EXTRACT-ONE-ADDRESS.

           EXEC SQL
               FETCH DSAR-ADDRESS-CURSOR
               INTO :WS-ITEM-DATE, :CUST-ADDRESS, :WS-ITEM-TEXT
           END-EXEC

           IF SQLCODE NOT = 0
               SET ITEM-EOF TO TRUE
           ELSE
               MOVE SPACES TO DSAR-RECORD
               STRING "ADDRESS-HISTORY|" WS-ITEM-DATE "|OLD "
                   CUST-ADDRESS DELIMITED BY "  "
                   "|NEW " WS-ITEM-TEXT DELIMITED BY "  "
                   INTO DSAR-RECORD
               PERFORM WRITE-DSAR-LINE
           END-IF.

      *> the archive is keyed by policy, not customer, so the policy
      *> archive is read end to end for this customer's rows, then
      *> the rider and claim archives once each against the list -
      *> the same sequential scan ARCHIVERETRIEVE restores from.
       EXTRACT-ARCHIVED-POLICIES.

           MOVE "N" TO ARCH-AT-END
           OPEN INPUT POLICY-ARCHIVE-FILE

           IF POLICY-ARCHIVE-MISSING
               CONTINUE
           ELSE
               PERFORM SCAN-ONE-ARCHIVED-POLICY
                   UNTIL ARCH-EOF
               CLOSE POLICY-ARCHIVE-FILE
           END-IF

           IF ARCHIVED-POLICY-COUNT > 0
               PERFORM EXTRACT-ARCHIVED-RIDERS
               PERFORM EXTRACT-ARCHIVED-CLAIMS
           END-IF.

       SCAN-ONE-ARCHIVED-POLICY.

           READ POLICY-ARCHIVE-FILE NEXT RECORD
               AT END
                   SET ARCH-EOF TO TRUE
               NOT AT END
                   IF PA-CUSTOMER-ID = CUST-CUSTOMER-ID
                       PERFORM WRITE-ARCHIVED-POLICY
                   END-IF
           END-READ.

       WRITE-ARCHIVED-POLICY.

           IF ARCHIVED-POLICY-COUNT < 200
               ADD 1 TO ARCHIVED-POLICY-COUNT
               MOVE PA-POLICY-ID
                   TO ARCHIVED-POLICY-ID(ARCHIVED-POLICY-COUNT)
           ELSE
               DISPLAY "WARNING: MORE THAN 200 ARCHIVED POLICIES - "
                   "RIDERS AND CLAIMS OF POLICY " PA-POLICY-ID
                   " NOT EXTRACTED"
           END-IF

           MOVE PA-PREMIUM TO WS-EDIT-AMOUNT
           MOVE PA-COVERAGE-AMOUNT TO WS-EDIT-AMOUNT-2
           MOVE SPACES TO DSAR-RECORD
           STRING "ARCHIVED-POLICY|" PA-POLICY-ID "|"
               PA-POLICY-TYPE DELIMITED BY "  "
               "|STATUS " PA-POLICY-STATUS
               "|" PA-START-DATE "|" PA-RENEWAL-DATE
               "|PREMIUM " WS-EDIT-AMOUNT
               "|COVERAGE " WS-EDIT-AMOUNT-2
               DELIMITED BY SIZE INTO DSAR-RECORD
           PERFORM WRITE-DSAR-LINE.

       EXTRACT-ARCHIVED-RIDERS.

           MOVE "N" TO ARCH-AT-END
           OPEN INPUT RIDER-ARCHIVE-FILE

           IF NOT RIDER-ARCHIVE-MISSING
               PERFORM SCAN-ONE-ARCHIVED-RIDER
                   UNTIL ARCH-EOF
               CLOSE RIDER-ARCHIVE-FILE
           END-IF.

       SCAN-ONE-ARCHIVED-RIDER.

           READ RIDER-ARCHIVE-FILE NEXT RECORD
               AT END
                   SET ARCH-EOF TO TRUE
               NOT AT END
                   MOVE RA-POLICY-ID TO WS-POLICY-ID
                   PERFORM FIND-ARCHIVED-POLICY
                   IF ARCHIVE-MATCHED
                       MOVE RA-RIDER-PREMIUM TO WS-EDIT-AMOUNT
                       MOVE SPACES TO DSAR-RECORD
                       STRING "ARCHIVED-RIDER|" RA-POLICY-ID "|"
                           RA-RIDER-ID "|"
                           RA-RIDER-TYPE DELIMITED BY "  "
                           "|STATUS " RA-RIDER-STATUS
                           "|" RA-EFFECTIVE-DATE
                           "|" RA-EXPIRY-DATE
                           "|PREMIUM " WS-EDIT-AMOUNT
                           DELIMITED BY SIZE INTO DSAR-RECORD
                       PERFORM WRITE-DSAR-LINE
                   END-IF
           END-READ.

       EXTRACT-ARCHIVED-CLAIMS.

           MOVE "N" TO ARCH-AT-END
           OPEN INPUT CLAIM-ARCHIVE-FILE

           IF NOT CLAIM-ARCHIVE-MISSING
               PERFORM SCAN-ONE-ARCHIVED-CLAIM
                   UNTIL ARCH-EOF
               CLOSE CLAIM-ARCHIVE-FILE
           END-IF.

       SCAN-ONE-ARCHIVED-CLAIM.

           READ CLAIM-ARCHIVE-FILE NEXT RECORD
               AT END
                   SET ARCH-EOF TO TRUE
               NOT AT END
                   MOVE CA-POLICY-ID TO WS-POLICY-ID
                   PERFORM FIND-ARCHIVED-POLICY
                   IF ARCHIVE-MATCHED
                       MOVE CA-AMOUNT-CLAIMED TO WS-EDIT-AMOUNT
                       MOVE CA-AMOUNT-PAYABLE TO WS-EDIT-AMOUNT-2
                       MOVE SPACES TO DSAR-RECORD
                       STRING "ARCHIVED-CLAIM|" CA-POLICY-ID "|"
                           CA-CLAIM-ID "|LOSS " CA-DATE-OF-LOSS "|"
                           CA-COVERAGE-TYPE DELIMITED BY "  "
                           "|STATUS " CA-CLAIM-STATUS
                           "|CLAIMED " WS-EDIT-AMOUNT
                           "|PAYABLE " WS-EDIT-AMOUNT-2
                           DELIMITED BY SIZE INTO DSAR-RECORD
                       PERFORM WRITE-DSAR-LINE
                   END-IF
           END-READ.

       FIND-ARCHIVED-POLICY.

           SET ARCHIVE-NOT-MATCHED TO TRUE
           SET AP-IDX TO 1

           SEARCH ARCHIVED-POLICY-ID
               AT END
                   SET ARCHIVE-NOT-MATCHED TO TRUE
               WHEN AP-IDX > ARCHIVED-POLICY-COUNT
                   SET ARCHIVE-NOT-MATCHED TO TRUE
               WHEN ARCHIVED-POLICY-ID(AP-IDX) = WS-POLICY-ID
                   SET ARCHIVE-MATCHED TO TRUE
           END-SEARCH.

       WRITE-DSAR-LINE.

           WRITE DSAR-RECORD

           IF DSAR-FILE-OK
               ADD 1 TO LINE-COUNT
           ELSE
               DISPLAY "ERROR WRITING DSAR EXTRACT: "
                   WS-DSAR-FILE-STATUS
           END-IF.

      *> the privacy desk's register of requests answered - when,
      *> by whom, and how much went out - which is what the
      *> regulator asks for when it audits the desk.
       RECORD-THE-REQUEST.

           MOVE 0 TO WS-OPERATOR-ID

           EXEC SQL
               SELECT COALESCE(MAX(operator_id), 0)
               INTO :WS-OPERATOR-ID
               FROM operator_context
           END-EXEC

           EXEC SQL
               INSERT INTO dsar_requests
               (customer_id, produced_date, operator_id,
                   policy_count, archived_count, line_count)
               VALUES
               (:CUST-CUSTOMER-ID, :WS-TODAY-DASH, :WS-OPERATOR-ID,
                   :POLICY-COUNT, :ARCHIVED-POLICY-COUNT,
                   :LINE-COUNT)
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "WARNING: DSAR REGISTER ROW NOT WRITTEN FOR "
                   "CUSTOMER " CUST-CUSTOMER-ID
           END-IF.

       CALL-OUTGEN.

           CALL "OUTGEN" USING OUTGEN-ACTION OUTGEN-PROGRAM
               OUTGEN-BASE-NAME OUTGEN-FILE-NAME OUTGEN-ID
               OUTGEN-RECORD-COUNT OUTGEN-CONTROL-TOTAL
               OUTGEN-STATUS.
