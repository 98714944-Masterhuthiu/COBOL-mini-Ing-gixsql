       IDENTIFICATION DIVISION.
       PROGRAM-ID. NONFORFEIT.

      *> applies a LIFE policy's nonforfeiture option at the moment
      *> it would otherwise lapse - the contract guarantee that cash
      *> value already built up is never simply forfeited. The net
      *> cash surrender value (LIFEVALUES' surrender value less any
      *> outstanding policy loans, which it repays) buys one of:
      *>   "R" reduced paid-up - the largest face amount that value
      *>       buys as a net single premium at the insured's
      *>       attained age, never more than the original face;
      *>   "X" extended term - the full face (less the repaid loan)
      *>       for as many years and days as the value buys at the
      *>       attained age's term cost.
      *> The option comes from the election NFOELECT stores, extended
      *> term when none was made. A policy with no net value left
      *> hands back "N" and the caller lapses it exactly as before.
      *> The row update is guarded by the caller's row version, so a
      *> policy another updater touched since the fetch comes back
      *> "V" and is left for tomorrow's run. Nothing is committed
      *> here - the caller owns the unit of work.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY "../copy/policy.cpy".

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

      *> fallbacks for an attained age the nonforfeiture_rates table
      *> does not reach (or an insured with no date of birth on
      *> file): a net single premium and a one-year term cost, both
      *> per thousand of face, pitched at a middle-aged insured.
       01 DEFAULT-NSP-PER-THOUSAND  PIC 9(4)V99 VALUE 450.00.
       01 DEFAULT-TERM-PER-THOUSAND PIC 9(4)V99 VALUE 12.00.
      *> extended term never runs past this many years however much
      *> value there is - the excess simply goes unused, which is
      *> why a large-value policy should elect paid-up instead.
       01 MAX-EXTENDED-YEARS        PIC 9(3) VALUE 99.

       01 WS-POLICY-NUMBER     PIC X(50).
       01 WS-YEARS-IN-FORCE    PIC 9(3).
       01 WS-CASH-VALUE        PIC 9(9)V99.
       01 WS-SURRENDER-VALUE   PIC 9(9)V99.
       01 WS-OUTSTANDING       PIC 9(9)V99.
       01 WS-NET-VALUE         PIC S9(9)V99.
       01 WS-VALUE-APPLIED     PIC 9(9)V99.
       01 WS-OLD-COVERAGE      PIC 9(9)V99.
       01 WS-NEW-COVERAGE      PIC 9(9)V99.

       01 WS-NFO-OPTION        PIC X(01).
           88 WS-OPTION-PAID-UP    VALUE "R".
           88 WS-OPTION-EXTENDED   VALUE "E".

       01 WS-DATE-OF-BIRTH     PIC X(10).
       01 WS-DOB-8             PIC 9(8).
       01 WS-DOB-JULIAN        PIC 9(7).
       01 WS-AGE-DAYS          PIC S9(7).
       01 WS-ATTAINED-AGE      PIC 9(3).
       01 WS-AGE-KNOWN         PIC X(01).
           88 WS-AGE-IS-KNOWN      VALUE "Y".

       01 WS-NSP-PER-THOUSAND  PIC 9(4)V99.
       01 WS-TERM-PER-THOUSAND PIC 9(4)V99.

       01 WS-TERM-DAYS         PIC 9(7).
       01 WS-TERM-YEARS        PIC 9(3).
       01 WS-TERM-EXTRA-DAYS   PIC 9(3).
       01 WS-EXPIRY-8          PIC 9(8).
       01 WS-EXPIRY-DASH       PIC X(10).

       01 WS-START-8           PIC 9(8).
       01 WS-START-JULIAN      PIC 9(7).
       01 WS-TODAY-8           PIC 9(8).
       01 WS-TODAY-JULIAN      PIC 9(7).
       01 WS-DAYS-IN-FORCE     PIC S9(7).

       01 WS-AUDIT-PROGRAM     PIC X(20).
       01 WS-AUDIT-EVENT       PIC X(20).
       01 WS-AUDIT-OLD         PIC X(100).
       01 WS-AUDIT-NEW         PIC X(100).

       01 WS-LETTER-TYPE       PIC X(14).
       01 WS-LETTER-DATA       PIC X(100).
       01 WS-LETTER-STATUS     PIC X(01).
           88 WS-LETTER-OK        VALUE "Y".
           88 WS-LETTER-FAILED    VALUE "N".

       LINKAGE SECTION.

       01 LK-POLICY-ID         PIC 9(9).
       01 LK-ROW-VERSION       PIC 9(9).
      *> what happened: "R" / "X" the option was applied, "N" no
      *> nonforfeiture value (lapse it), "V" the row changed since
      *> the caller fetched it, "E" a database error (leave it).
       01 LK-NFO-RESULT        PIC X(01).
           88 LK-NFO-PAID-UP       VALUE "R".
           88 LK-NFO-EXTENDED      VALUE "X".
           88 LK-NFO-NO-VALUE      VALUE "N".
           88 LK-NFO-ROW-CHANGED   VALUE "V".
           88 LK-NFO-ERROR         VALUE "E".

       PROCEDURE DIVISION USING LK-POLICY-ID LK-ROW-VERSION
           LK-NFO-RESULT.

           MOVE LK-POLICY-ID TO POLICY-ID
           SET LK-NFO-NO-VALUE TO TRUE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           COMPUTE WS-TODAY-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-8)

           EXEC SQL
               SELECT policy_type, premium, payment_frequency,
                   start_date, COALESCE(coverage_amount, 0),
                   COALESCE(customer_id, 0)
               INTO :POLICY-TYPE, :PREMIUM, :PAYMENT-FREQUENCY,
                   :START-DATE, :COVERAGE-AMOUNT, :CUSTOMER-ID
               FROM policy_master
               WHERE policy_id = :POLICY-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE SQLCODE TO SQL-ERROR-CODE
                   CALL "SQLMSG" USING SQL-ERROR-CODE
                       SQL-ERROR-MESSAGE
                   DISPLAY "ERROR READING POLICY " POLICY-ID
                       " FOR NONFORFEITURE - " SQL-ERROR-MESSAGE
                   SET LK-NFO-ERROR TO TRUE
               WHEN POLICY-TYPE NOT = "LIFE"
                   CONTINUE
               WHEN COVERAGE-AMOUNT NOT > 0
                   CONTINUE
               WHEN OTHER
                   PERFORM COMPUTE-NET-VALUE
                   IF WS-NET-VALUE > 0
                       PERFORM APPLY-THE-OPTION
                   END-IF
           END-EVALUATE.

           GOBACK.

      *> the value the option is bought with: surrender value net
      *> of whatever is still borrowed against the policy.
       COMPUTE-NET-VALUE.

           PERFORM COMPUTE-YEARS-IN-FORCE

           MOVE POLICY-ID TO WS-POLICY-NUMBER

           CALL "LIFEVALUES" USING WS-POLICY-NUMBER PREMIUM
               PAYMENT-FREQUENCY WS-YEARS-IN-FORCE WS-CASH-VALUE
               WS-SURRENDER-VALUE

           EXEC SQL
               SELECT COALESCE(SUM(outstanding_balance), 0)
               INTO :WS-OUTSTANDING
               FROM policy_loans
               WHERE policy_id = :POLICY-ID
                   AND loan_status = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 0 TO WS-OUTSTANDING
           END-IF

           COMPUTE WS-NET-VALUE =
               WS-SURRENDER-VALUE - WS-OUTSTANDING.

       COMPUTE-YEARS-IN-FORCE.

           MOVE START-DATE(1:4) TO WS-START-8(1:4)
           MOVE START-DATE(6:2) TO WS-START-8(5:2)
           MOVE START-DATE(9:2) TO WS-START-8(7:2)
           COMPUTE WS-START-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-START-8)

           COMPUTE WS-DAYS-IN-FORCE =
               WS-TODAY-JULIAN - WS-START-JULIAN

           IF WS-DAYS-IN-FORCE < 0
               MOVE 0 TO WS-DAYS-IN-FORCE
           END-IF

           COMPUTE WS-YEARS-IN-FORCE =
               WS-DAYS-IN-FORCE / 365.

       APPLY-THE-OPTION.

           MOVE "E" TO WS-NFO-OPTION

           EXEC SQL
               SELECT COALESCE(MAX(nfo_option), 'E')
               INTO :WS-NFO-OPTION
               FROM policy_nfo_elections
               WHERE policy_id = :POLICY-ID
           END-EXEC

           PERFORM LOOK-UP-ATTAINED-AGE
           PERFORM LOOK-UP-NONFORFEITURE-RATES

           MOVE COVERAGE-AMOUNT TO WS-OLD-COVERAGE
           MOVE WS-NET-VALUE TO WS-VALUE-APPLIED

           IF WS-OPTION-PAID-UP
               PERFORM PRICE-REDUCED-PAID-UP
           ELSE
               PERFORM PRICE-EXTENDED-TERM
           END-IF

           PERFORM STORE-THE-OPTION.

      *> the insured's age today, from the linked customer row - the
      *> same date-of-birth arithmetic MATURITYBATCH uses.
       LOOK-UP-ATTAINED-AGE.

           MOVE "N" TO WS-AGE-KNOWN
           MOVE 0 TO WS-ATTAINED-AGE

           IF CUSTOMER-ID > 0
               EXEC SQL
                   SELECT date_of_birth
                   INTO :WS-DATE-OF-BIRTH
                   FROM customers
                   WHERE customer_id = :CUSTOMER-ID
                       AND date_of_birth IS NOT NULL
               END-EXEC

               IF SQLCODE = 0
                   MOVE WS-DATE-OF-BIRTH(1:4) TO WS-DOB-8(1:4)
                   MOVE WS-DATE-OF-BIRTH(6:2) TO WS-DOB-8(5:2)
                   MOVE WS-DATE-OF-BIRTH(9:2) TO WS-DOB-8(7:2)
                   COMPUTE WS-DOB-JULIAN = FUNCTION INTEGER-OF-DATE
                       (WS-DOB-8)
                   COMPUTE WS-AGE-DAYS =
                       WS-TODAY-JULIAN - WS-DOB-JULIAN
                   IF WS-AGE-DAYS < 0
                       MOVE 0 TO WS-AGE-DAYS
                   END-IF
                   COMPUTE WS-ATTAINED-AGE = WS-AGE-DAYS / 365.25
                   SET WS-AGE-IS-KNOWN TO TRUE
               END-IF
           END-IF.

      *> the actuarial table holds one row per attained-age band;
      *> the highest band at or below the insured's age applies.
       LOOK-UP-NONFORFEITURE-RATES.

           MOVE DEFAULT-NSP-PER-THOUSAND TO WS-NSP-PER-THOUSAND
           MOVE DEFAULT-TERM-PER-THOUSAND TO WS-TERM-PER-THOUSAND

           IF WS-AGE-IS-KNOWN
               EXEC SQL
                   SELECT nsp_per_thousand, term_per_thousand
                   INTO :WS-NSP-PER-THOUSAND,
                       :WS-TERM-PER-THOUSAND
                   FROM nonforfeiture_rates
                   WHERE attained_age =
                       (SELECT MAX(attained_age)
                        FROM nonforfeiture_rates
                        WHERE attained_age <= :WS-ATTAINED-AGE)
               END-EXEC

               IF SQLCODE NOT = 0
                   OR WS-NSP-PER-THOUSAND NOT > 0
                   OR WS-TERM-PER-THOUSAND NOT > 0
                   MOVE DEFAULT-NSP-PER-THOUSAND
                       TO WS-NSP-PER-THOUSAND
                   MOVE DEFAULT-TERM-PER-THOUSAND
                       TO WS-TERM-PER-THOUSAND
               END-IF
           END-IF.

      *> the net value is a single premium: it buys this much face
      *> outright, capped at what the policy was sold at.
       PRICE-REDUCED-PAID-UP.

           SET POLICY-STATUS-PAID-UP TO TRUE
           MOVE SPACES TO EXTENDED-TERM-EXPIRY

           COMPUTE WS-NEW-COVERAGE ROUNDED =
               WS-NET-VALUE * 1000 / WS-NSP-PER-THOUSAND
               ON SIZE ERROR
                   MOVE WS-OLD-COVERAGE TO WS-NEW-COVERAGE
           END-COMPUTE

           IF WS-NEW-COVERAGE > WS-OLD-COVERAGE
               MOVE WS-OLD-COVERAGE TO WS-NEW-COVERAGE
           END-IF.

      *> the net value pays one-year term cost on the face, year
      *> after year, until it runs out - the remainder buys the
      *> odd days. The face is reduced by the loan the value
      *> repays, the way the contract nets indebtedness.
       PRICE-EXTENDED-TERM.

           SET POLICY-STATUS-EXTENDED-TERM TO TRUE

           IF WS-OLD-COVERAGE > WS-OUTSTANDING
               COMPUTE WS-NEW-COVERAGE =
                   WS-OLD-COVERAGE - WS-OUTSTANDING
           ELSE
               MOVE WS-OLD-COVERAGE TO WS-NEW-COVERAGE
           END-IF

           COMPUTE WS-TERM-DAYS =
               WS-NET-VALUE * 1000 * 365
                   / (WS-NEW-COVERAGE * WS-TERM-PER-THOUSAND)
               ON SIZE ERROR
                   COMPUTE WS-TERM-DAYS = MAX-EXTENDED-YEARS * 365
           END-COMPUTE

           IF WS-TERM-DAYS > MAX-EXTENDED-YEARS * 365
               COMPUTE WS-TERM-DAYS = MAX-EXTENDED-YEARS * 365
           END-IF

           IF WS-TERM-DAYS < 1
               MOVE 1 TO WS-TERM-DAYS
           END-IF

           DIVIDE WS-TERM-DAYS BY 365 GIVING WS-TERM-YEARS
               REMAINDER WS-TERM-EXTRA-DAYS

           COMPUTE WS-EXPIRY-8 = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-JULIAN + WS-TERM-DAYS)
           STRING WS-EXPIRY-8(1:4) "-" WS-EXPIRY-8(5:2) "-"
               WS-EXPIRY-8(7:2) DELIMITED BY SIZE
               INTO WS-EXPIRY-DASH
           MOVE WS-EXPIRY-DASH TO EXTENDED-TERM-EXPIRY.

      *> the same row-version guard LAPSE-ONE-POLICY puts on its
      *> update - premium is left on the row for the record, but the
      *> new status is what keeps billing, dunning and lapse away.
       STORE-THE-OPTION.

           MOVE WS-NEW-COVERAGE TO COVERAGE-AMOUNT

           EXEC SQL
               UPDATE policy_master
               SET policy_status = :POLICY-STATUS,
                   coverage_amount = :COVERAGE-AMOUNT,
                   extended_term_expiry = :EXTENDED-TERM-EXPIRY,
                   row_version = :LK-ROW-VERSION + 1
               WHERE policy_id = :POLICY-ID
                   AND COALESCE(row_version, 0) = :LK-ROW-VERSION
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0 AND SQLERRD(3) = 0
                   SET LK-NFO-ROW-CHANGED TO TRUE
               WHEN SQLCODE NOT = 0
                   MOVE SQLCODE TO SQL-ERROR-CODE
                   CALL "SQLMSG" USING SQL-ERROR-CODE
                       SQL-ERROR-MESSAGE
                   DISPLAY "ERROR APPLYING NONFORFEITURE TO POLICY "
                       POLICY-ID " - " SQL-ERROR-MESSAGE
                   SET LK-NFO-ERROR TO TRUE
               WHEN OTHER
                   MOVE POLICY-STATUS TO LK-NFO-RESULT
                   PERFORM REPAY-LOANS-FROM-VALUE
                   PERFORM CLEAR-PREMIUM-ARREARS
                   PERFORM SUSPEND-POLICY-RIDERS
                   PERFORM AUDIT-THE-OPTION
                   PERFORM QUEUE-NONFORFEIT-NOTICE
           END-EVALUATE.

      *> the cash value has already paid the loans off inside the
      *> net value, so the loan rows close the way a death claim
      *> closes them from its proceeds.
       REPAY-LOANS-FROM-VALUE.

           IF WS-OUTSTANDING > 0
               EXEC SQL
                   UPDATE policy_loans
                   SET outstanding_balance = 0,
                       loan_status = 'P'
                   WHERE policy_id = :POLICY-ID
                       AND loan_status = 'A'
               END-EXEC
           END-IF.

      *> the unpaid premiums that caused the lapse will never be
      *> collected now - the policy is premium-free - so its open
      *> invoices are cancelled and its share of any combined
      *> list-bill invoice is written off the header, and dunning
      *> has nothing left to chase.
       CLEAR-PREMIUM-ARREARS.

           EXEC SQL
               UPDATE invoices
               SET invoice_status = 'X'
               WHERE policy_id = :POLICY-ID
                   AND invoice_status = 'O'
           END-EXEC

           EXEC SQL
               UPDATE invoices i
               SET amount_due = i.amount_due -
                   (SELECT COALESCE(SUM(l.line_amount
                       - l.amount_paid), 0)
                    FROM invoice_lines l
                    WHERE l.invoice_id = i.invoice_id
                        AND l.policy_id = :POLICY-ID)
               WHERE i.invoice_status = 'O'
                   AND EXISTS
                   (SELECT 1 FROM invoice_lines l
                    WHERE l.invoice_id = i.invoice_id
                        AND l.policy_id = :POLICY-ID
                        AND l.line_amount > l.amount_paid)
           END-EXEC

           EXEC SQL
               UPDATE invoice_lines l
               SET line_amount = l.amount_paid
               WHERE l.policy_id = :POLICY-ID
                   AND l.line_amount > l.amount_paid
                   AND EXISTS
                   (SELECT 1 FROM invoices i
                    WHERE i.invoice_id = l.invoice_id
                        AND i.invoice_status = 'O')
           END-EXEC

           EXEC SQL
               UPDATE invoices i
               SET invoice_status = 'P'
               WHERE i.invoice_status = 'O'
                   AND i.amount_paid >= i.amount_due
                   AND EXISTS
                   (SELECT 1 FROM invoice_lines l
                    WHERE l.invoice_id = i.invoice_id
                        AND l.policy_id = :POLICY-ID)
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR CLEARING ARREARS FOR POLICY "
                   POLICY-ID " - " SQL-ERROR-MESSAGE
           END-IF.

      *> riders are premium-paying benefits of their own, so they
      *> go dormant the way a lapse parks them.
       SUSPEND-POLICY-RIDERS.

           EXEC SQL
               UPDATE riders
               SET rider_status = 'S'
               WHERE policy_id = :POLICY-ID
                   AND rider_status = 'A'
           END-EXEC.

       AUDIT-THE-OPTION.

           MOVE "NONFORFEIT" TO WS-AUDIT-PROGRAM
           MOVE "NONFORFEIT" TO WS-AUDIT-EVENT
           MOVE SPACES TO WS-AUDIT-OLD
           MOVE SPACES TO WS-AUDIT-NEW
           STRING "STATUS=A COVERAGE=" WS-OLD-COVERAGE
               DELIMITED BY SIZE INTO WS-AUDIT-OLD
           STRING "STATUS=" POLICY-STATUS " COVERAGE="
               WS-NEW-COVERAGE " VALUE=" WS-VALUE-APPLIED
               " EXPIRY=" EXTENDED-TERM-EXPIRY
               DELIMITED BY SIZE INTO WS-AUDIT-NEW
           CALL "POLICYAUDIT" USING POLICY-ID WS-AUDIT-PROGRAM
               WS-AUDIT-EVENT WS-AUDIT-OLD WS-AUDIT-NEW.

       QUEUE-NONFORFEIT-NOTICE.

           MOVE "NFO-NOTICE" TO WS-LETTER-TYPE
           MOVE SPACES TO WS-LETTER-DATA

           IF POLICY-STATUS-PAID-UP
               STRING "REDUCED PAID-UP COVERAGE " WS-NEW-COVERAGE
                   " - NO FURTHER PREMIUM DUE"
                   DELIMITED BY SIZE INTO WS-LETTER-DATA
               DISPLAY "NONFORFEITURE: POLICY " POLICY-ID
                   " REDUCED PAID-UP AT " WS-NEW-COVERAGE
           ELSE
               STRING "EXTENDED TERM " WS-NEW-COVERAGE " FOR "
                   WS-TERM-YEARS " YRS " WS-TERM-EXTRA-DAYS
                   " DAYS TO " EXTENDED-TERM-EXPIRY
                   DELIMITED BY SIZE INTO WS-LETTER-DATA
               DISPLAY "NONFORFEITURE: POLICY " POLICY-ID
                   " EXTENDED TERM " WS-TERM-YEARS " YEARS "
                   WS-TERM-EXTRA-DAYS " DAYS TO "
                   EXTENDED-TERM-EXPIRY
           END-IF

           CALL "CORRQUEUE" USING WS-LETTER-TYPE POLICY-ID
               WS-LETTER-DATA WS-LETTER-STATUS

           IF WS-LETTER-FAILED
               DISPLAY "WARNING: NONFORFEITURE NOTICE FOR POLICY "
                   POLICY-ID " NOT QUEUED"
           END-IF.
