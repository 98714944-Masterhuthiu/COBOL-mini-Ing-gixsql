       IDENTIFICATION DIVISION.
       PROGRAM-ID. NECEXTRACT.

      *> year-end reporting of the commission we pay - the
      *> non-employee compensation return for every agent and agency
      *> PAYMENTRUN paid COMMISSION money to in the tax year.
      *> TAXEXTRACT covers the policy payouts; this is the producer
      *> side. The figure reported is the cash that actually went
      *> out: chargebacks already came off each statement's net,
      *> and earned commission that only repaid an advance never
      *> became a payable, so an advance is reported once, in the
      *> year it was paid, and not again as it is earned back. The
      *> statements' own figures ride along on each line so the
      *> desk can see how the cash was arrived at.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEC-EXTRACT-FILE ASSIGN TO DYNAMIC WS-NEC-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEC-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *> one line per payee at or over the filing threshold - the
      *> filing feed, written the same line-sequential way
      *> TAXEXTRACT writes its statement file. Payee type "A" is an
      *> agent paid as an individual, "G" an agency, "U" a payee the
      *> ledger could not tie to either.
       FD  NEC-EXTRACT-FILE.
       01  NEC-EXTRACT-RECORD.
           02 NX-TAX-YEAR         PIC X(04).
           02 NX-PAYEE-TYPE       PIC X(01).
           02 NX-PAYEE-ID         PIC 9(9).
           02 NX-PAYEE-NAME       PIC X(100).
           02 NX-TAX-ID           PIC X(11).
           02 NX-GROSS-EARNED     PIC 9(11)V99.
           02 NX-CHARGEBACKS      PIC 9(11)V99.
           02 NX-ADVANCES-PAID    PIC 9(11)V99.
           02 NX-ADVANCES-RECOVERED PIC 9(11)V99.
           02 NX-NEC-AMOUNT       PIC 9(11)V99.
           02 NX-TAX-WITHHELD     PIC 9(11)V99.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/outgen.cpy".

      *> the dated generation of NEC_EXTRACT.TXT this run writes.
       01 WS-NEC-GEN-NAME         PIC X(60).
       01 WS-NEC-GEN-ID           PIC 9(9) VALUE 0.

       01 WS-NEC-FILE-STATUS    PIC X(02).
           88 NEC-FILE-OK          VALUE "00".

       01 WS-YEAR-START         PIC X(10).
       01 WS-YEAR-END           PIC X(10).

      *> the filing threshold - a payee paid less in the year is
      *> neither filed nor sent a statement. It went from 600.00 to
      *> 2000.00 for payments made from 2026 on.
       01 NEC-FILING-THRESHOLD  PIC 9(7)V99.

       01 WS-PAYEE-TYPE         PIC X(01).
           88 PAYEE-IS-AGENT        VALUE "A".
           88 PAYEE-IS-AGENCY       VALUE "G".
           88 PAYEE-UNIDENTIFIED    VALUE "U".
       01 WS-PAYEE-ID           PIC 9(9).
       01 WS-PAYEE-NAME         PIC X(100).
       01 WS-MASKED-NAME        PIC X(100).
       01 WS-TAX-ID             PIC X(11).
       01 WS-NEC-AMOUNT         PIC 9(11)V99.
       01 WS-TAX-WITHHELD       PIC 9(11)V99.

       01 WS-GROSS-EARNED       PIC 9(11)V99.
       01 WS-OVERRIDES-EARNED   PIC 9(11)V99.
       01 WS-CHARGEBACKS        PIC 9(11)V99.
       01 WS-ADVANCES-PAID      PIC 9(11)V99.
       01 WS-ADVANCES-RECOVERED PIC 9(11)V99.
       01 WS-BOOKED-AMOUNT      PIC S9(11)V99.

       01 WS-NEC-ID             PIC 9(9).
       01 WS-NEC-COUNT          PIC 9(5).

       01 WS-LETTER-TYPE        PIC X(14) VALUE "NEC-STATEMENT".
       01 WS-LETTER-POLICY-ID   PIC 9(9) VALUE 0.
       01 WS-VARIABLE-DATA      PIC X(100).
       01 WS-LETTER-STATUS      PIC X(01).
           88 WS-LETTER-OK         VALUE "Y".
           88 WS-LETTER-FAILED     VALUE "N".

       01 PAYEE-COUNT           PIC 9(7) VALUE 0.
       01 FILED-COUNT           PIC 9(7) VALUE 0.
       01 UNDER-THRESHOLD-COUNT PIC 9(7) VALUE 0.
       01 MISSING-TIN-COUNT     PIC 9(7) VALUE 0.
       01 UNIDENTIFIED-COUNT    PIC 9(7) VALUE 0.
       01 STATEMENT-COUNT       PIC 9(7) VALUE 0.
       01 REISSUE-COUNT         PIC 9(7) VALUE 0.
       01 TOTAL-FILED           PIC 9(11)V99 VALUE 0.
       01 TOTAL-UNDER-THRESHOLD PIC 9(11)V99 VALUE 0.
       01 TOTAL-WITHHELD        PIC 9(11)V99 VALUE 0.

      *> the control side, straight off the ledger: every COMMISSION
      *> payable PAYMENTRUN marked paid in the year.
       01 DISBURSED-COUNT       PIC 9(7) VALUE 0.
       01 DISBURSED-TOTAL       PIC 9(11)V99 VALUE 0.
       01 WS-CONTROL-DIFFERENCE PIC S9(11)V99.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> one row per payee: the firm when the payable is tagged to
      *> an agency, the agent it is tagged to, and for payables
      *> booked before the agent tag existed, the live agent whose
      *> name the payable carries. Whatever still has no payee id
      *> groups by name and is reported unidentified.
       EXEC SQL
           DECLARE NEC-PAYEE-CURSOR CURSOR FOR
               SELECT k.payee_type, k.payee_id, MAX(k.payee_name),
                   COALESCE(SUM(k.amount), 0),
                   COALESCE(SUM(k.tax_withheld), 0)
               FROM (SELECT
                       CASE WHEN COALESCE(y.agency_id, 0) > 0
                           THEN 'G' ELSE 'A' END AS payee_type,
                       CASE WHEN COALESCE(y.agency_id, 0) > 0
                           THEN y.agency_id
                           ELSE COALESCE(NULLIF(y.agent_id, 0),
                               (SELECT MIN(e.id) FROM emp e
                                WHERE e.name = y.payee_name
                                    AND e.is_deleted = FALSE), 0)
                           END AS payee_id,
                       y.payee_name, y.amount,
                       COALESCE(y.tax_withheld, 0) AS tax_withheld
                   FROM payables y
                   WHERE RTRIM(y.source) = 'COMMISSION'
                       AND y.payable_status = 'P'
                       AND y.paid_date BETWEEN :WS-YEAR-START
                           AND :WS-YEAR-END) k
               GROUP BY k.payee_type, k.payee_id,
                   CASE WHEN k.payee_id = 0
                       THEN k.payee_name ELSE ' ' END
               ORDER BY 1, 2, 3
       END-EXEC.

       LINKAGE SECTION.

       01 LK-TAX-YEAR           PIC X(04).

       PROCEDURE DIVISION USING LK-TAX-YEAR.

           DISPLAY "=== YEAR-END COMMISSION (NEC) EXTRACT "
               LK-TAX-YEAR " ===".

           STRING LK-TAX-YEAR "-01-01" DELIMITED BY SIZE
               INTO WS-YEAR-START
           STRING LK-TAX-YEAR "-12-31" DELIMITED BY SIZE
               INTO WS-YEAR-END

           IF LK-TAX-YEAR < "2026"
               MOVE 600.00 TO NEC-FILING-THRESHOLD
           ELSE
               MOVE 2000.00 TO NEC-FILING-THRESHOLD
           END-IF

           MOVE "O" TO OUTGEN-ACTION
           MOVE "NECEXTRACT" TO OUTGEN-PROGRAM
           MOVE "NEC_EXTRACT.TXT" TO OUTGEN-BASE-NAME
           PERFORM CALL-OUTGEN

           IF OUTGEN-REFUSED
               DISPLAY "=== NEC EXTRACT NOT RERUN ==="
               GOBACK
           END-IF

           MOVE OUTGEN-FILE-NAME TO WS-NEC-GEN-NAME
           MOVE OUTGEN-ID TO WS-NEC-GEN-ID

           OPEN OUTPUT NEC-EXTRACT-FILE.

           EXEC SQL OPEN NEC-PAYEE-CURSOR END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR OPENING NEC PAYEE CURSOR - "
                   SQL-ERROR-MESSAGE
           ELSE
               PERFORM EXTRACT-ONE-PAYEE
                   UNTIL WS-EOF

               EXEC SQL CLOSE NEC-PAYEE-CURSOR END-EXEC
           END-IF

           CLOSE NEC-EXTRACT-FILE.

           MOVE "C" TO OUTGEN-ACTION
           MOVE WS-NEC-GEN-ID TO OUTGEN-ID
           MOVE FILED-COUNT TO OUTGEN-RECORD-COUNT
           MOVE TOTAL-FILED TO OUTGEN-CONTROL-TOTAL
           PERFORM CALL-OUTGEN

           PERFORM TIE-TO-DISBURSEMENTS

           DISPLAY "-----------------------------".
           DISPLAY "PAYEES PAID          : " PAYEE-COUNT.
           DISPLAY "PAYEES FILED         : " FILED-COUNT.
           DISPLAY "UNDER THRESHOLD      : " UNDER-THRESHOLD-COUNT.
           DISPLAY "FILED WITHOUT TIN    : " MISSING-TIN-COUNT.
           DISPLAY "PAYEES UNIDENTIFIED  : " UNIDENTIFIED-COUNT.
           DISPLAY "STATEMENTS QUEUED    : " STATEMENT-COUNT.
           DISPLAY "STATEMENTS ON FILE   : " REISSUE-COUNT.
           DISPLAY "TOTAL FILED          : " TOTAL-FILED.
           DISPLAY "TOTAL UNDER THRESHOLD: " TOTAL-UNDER-THRESHOLD.
           DISPLAY "TAX WITHHELD         : " TOTAL-WITHHELD.
           DISPLAY "=== NEC EXTRACT COMPLETE ===".

           GOBACK.

       EXTRACT-ONE-PAYEE.

           EXEC SQL
               FETCH NEC-PAYEE-CURSOR
               INTO :WS-PAYEE-TYPE, :WS-PAYEE-ID, :WS-PAYEE-NAME,
                   :WS-NEC-AMOUNT, :WS-TAX-WITHHELD
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO PAYEE-COUNT

               IF WS-PAYEE-ID = 0
                   SET PAYEE-UNIDENTIFIED TO TRUE
               END-IF

               IF WS-NEC-AMOUNT < NEC-FILING-THRESHOLD
                   ADD 1 TO UNDER-THRESHOLD-COUNT
                   ADD WS-NEC-AMOUNT TO TOTAL-UNDER-THRESHOLD
               ELSE
                   PERFORM FILE-ONE-PAYEE
               END-IF
           END-IF.

       FILE-ONE-PAYEE.

           PERFORM FIND-PAYEE-TAX-ID
           PERFORM GATHER-STATEMENT-FIGURES

           CALL "MASKPII" USING WS-PAYEE-NAME WS-MASKED-NAME

           DISPLAY "  " WS-PAYEE-TYPE " " WS-PAYEE-ID " "
               WS-MASKED-NAME(1:30) " NEC " WS-NEC-AMOUNT

           EVALUATE TRUE
               WHEN PAYEE-UNIDENTIFIED
                   ADD 1 TO UNIDENTIFIED-COUNT
                   DISPLAY "      PAYEE NOT TIED TO AN AGENT OR "
                       "AGENCY - TIN CANNOT BE FOUND"
               WHEN WS-TAX-ID = SPACES
                   ADD 1 TO MISSING-TIN-COUNT
                   DISPLAY "      NO TAXPAYER ID ON FILE"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      *>   what the statements booked for the year against what was
      *>   paid - a debit balance carried across the year end, or a
      *>   payable booked in December and paid in January, is the
      *>   usual difference
           IF WS-BOOKED-AMOUNT NOT = WS-NEC-AMOUNT
               AND NOT PAYEE-UNIDENTIFIED
               DISPLAY "      STATEMENTS BOOKED " WS-BOOKED-AMOUNT
                   " - CASH PAID " WS-NEC-AMOUNT
           END-IF

           MOVE LK-TAX-YEAR           TO NX-TAX-YEAR
           MOVE WS-PAYEE-TYPE         TO NX-PAYEE-TYPE
           MOVE WS-PAYEE-ID           TO NX-PAYEE-ID
           MOVE WS-PAYEE-NAME         TO NX-PAYEE-NAME
           MOVE WS-TAX-ID             TO NX-TAX-ID
           MOVE WS-GROSS-EARNED       TO NX-GROSS-EARNED
           MOVE WS-CHARGEBACKS        TO NX-CHARGEBACKS
           MOVE WS-ADVANCES-PAID      TO NX-ADVANCES-PAID
           MOVE WS-ADVANCES-RECOVERED TO NX-ADVANCES-RECOVERED
           MOVE WS-NEC-AMOUNT         TO NX-NEC-AMOUNT
           MOVE WS-TAX-WITHHELD       TO NX-TAX-WITHHELD

           WRITE NEC-EXTRACT-RECORD

           IF NEC-FILE-OK
               ADD 1 TO FILED-COUNT
               ADD WS-NEC-AMOUNT TO TOTAL-FILED
               ADD WS-TAX-WITHHELD TO TOTAL-WITHHELD
               PERFORM RECORD-RECIPIENT-STATEMENT
           ELSE
               DISPLAY "ERROR WRITING NEC RECORD: "
                   WS-NEC-FILE-STATUS
           END-IF.

       FIND-PAYEE-TAX-ID.

           MOVE SPACES TO WS-TAX-ID

           EVALUATE TRUE
               WHEN PAYEE-IS-AGENCY
                   EXEC SQL
                       SELECT COALESCE(tax_id, ' '), agency_name
                       INTO :WS-TAX-ID, :WS-PAYEE-NAME
                       FROM agencies
                       WHERE agency_id = :WS-PAYEE-ID
                   END-EXEC
               WHEN PAYEE-IS-AGENT
                   EXEC SQL
                       SELECT COALESCE(tax_id, ' ')
                       INTO :WS-TAX-ID
                       FROM agent_tax_ids
                       WHERE agent_id = :WS-PAYEE-ID
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-TAX-ID
           END-IF.

      *> the year's statements, by period end: an agent's own
      *> statements (the ones an agency was paid for belong to the
      *> agency) plus the overrides earned as a supervisor, the
      *> advances paid out and what earnings repaid of them; an
      *> agency's rolled-up statements.
       GATHER-STATEMENT-FIGURES.

           MOVE 0 TO WS-GROSS-EARNED
           MOVE 0 TO WS-OVERRIDES-EARNED
           MOVE 0 TO WS-CHARGEBACKS
           MOVE 0 TO WS-ADVANCES-PAID
           MOVE 0 TO WS-ADVANCES-RECOVERED

           EVALUATE TRUE
               WHEN PAYEE-IS-AGENT
                   PERFORM GATHER-AGENT-FIGURES
               WHEN PAYEE-IS-AGENCY
                   PERFORM GATHER-AGENCY-FIGURES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           ADD WS-OVERRIDES-EARNED TO WS-GROSS-EARNED

           COMPUTE WS-BOOKED-AMOUNT =
               WS-GROSS-EARNED - WS-CHARGEBACKS
               - WS-ADVANCES-RECOVERED + WS-ADVANCES-PAID.

       GATHER-AGENT-FIGURES.

           EXEC SQL
               SELECT COALESCE(SUM(gross_commission), 0),
                   COALESCE(SUM(chargeback_total), 0),
                   COALESCE(SUM(advance_recouped), 0)
               INTO :WS-GROSS-EARNED, :WS-CHARGEBACKS,
                   :WS-ADVANCES-RECOVERED
               FROM commission_statements
               WHERE agent_id = :WS-PAYEE-ID
                   AND COALESCE(agency_id, 0) = 0
                   AND period_end BETWEEN :WS-YEAR-START
                       AND :WS-YEAR-END
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(override_total), 0)
               INTO :WS-OVERRIDES-EARNED
               FROM override_statements
               WHERE supervisor_id = :WS-PAYEE-ID
                   AND period_end BETWEEN :WS-YEAR-START
                       AND :WS-YEAR-END
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(advance_amount), 0)
               INTO :WS-ADVANCES-PAID
               FROM agent_advances
               WHERE agent_id = :WS-PAYEE-ID
                   AND advance_date BETWEEN :WS-YEAR-START
                       AND :WS-YEAR-END
           END-EXEC.

       GATHER-AGENCY-FIGURES.

           EXEC SQL
               SELECT COALESCE(SUM(gross_commission), 0),
                   COALESCE(SUM(chargeback_total), 0)
               INTO :WS-GROSS-EARNED, :WS-CHARGEBACKS
               FROM agency_statements
               WHERE agency_id = :WS-PAYEE-ID
                   AND period_end BETWEEN :WS-YEAR-START
                       AND :WS-YEAR-END
           END-EXEC.

      *> the recipient's copy goes out once per payee per year; a
      *> re-run brings the figures on file up to date without
      *> queueing the statement a second time - a corrected form is
      *> the desk's call, not the batch's.
       RECORD-RECIPIENT-STATEMENT.

           MOVE 0 TO WS-NEC-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :WS-NEC-COUNT
               FROM nec_statements
               WHERE tax_year = :LK-TAX-YEAR
                   AND payee_type = :WS-PAYEE-TYPE
                   AND payee_id = :WS-PAYEE-ID
                   AND payee_name = :WS-PAYEE-NAME
           END-EXEC

           IF WS-NEC-COUNT > 0
               EXEC SQL
                   UPDATE nec_statements
                   SET tax_id = :WS-TAX-ID,
                       nec_amount = :WS-NEC-AMOUNT,
                       tax_withheld = :WS-TAX-WITHHELD
                   WHERE tax_year = :LK-TAX-YEAR
                       AND payee_type = :WS-PAYEE-TYPE
                       AND payee_id = :WS-PAYEE-ID
                       AND payee_name = :WS-PAYEE-NAME
               END-EXEC

               ADD 1 TO REISSUE-COUNT
               DISPLAY "      STATEMENT ALREADY ISSUED - FIGURES "
                   "UPDATED, NOT REQUEUED"
           ELSE
               PERFORM QUEUE-RECIPIENT-STATEMENT
           END-IF.

       QUEUE-RECIPIENT-STATEMENT.

           EXEC SQL
               INSERT INTO nec_statements
               (tax_year, payee_type, payee_id, payee_name, tax_id,
                   nec_amount, tax_withheld)
               VALUES
               (:LK-TAX-YEAR, :WS-PAYEE-TYPE, :WS-PAYEE-ID,
                   :WS-PAYEE-NAME, :WS-TAX-ID, :WS-NEC-AMOUNT,
                   :WS-TAX-WITHHELD)
               RETURNING nec_id INTO :WS-NEC-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR RECORDING NEC STATEMENT - "
                   SQL-ERROR-MESSAGE
           ELSE
      *>       the statement id sits at a fixed place in the queue
      *>       row - CORRFORMAT reads the form's figures off it
               MOVE SPACES TO WS-VARIABLE-DATA
               STRING "TAX YEAR " LK-TAX-YEAR " STATEMENT "
                   WS-NEC-ID DELIMITED BY SIZE
                   INTO WS-VARIABLE-DATA

               CALL "CORRQUEUE" USING WS-LETTER-TYPE
                   WS-LETTER-POLICY-ID WS-VARIABLE-DATA
                   WS-LETTER-STATUS

               IF WS-LETTER-OK
                   ADD 1 TO STATEMENT-COUNT
               END-IF
           END-IF.

      *> the control total: everything this extract saw, filed or
      *> under the threshold, has to add back to the COMMISSION
      *> money PAYMENTRUN actually paid in the year.
       TIE-TO-DISBURSEMENTS.

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(amount), 0)
               INTO :DISBURSED-COUNT, :DISBURSED-TOTAL
               FROM payables
               WHERE RTRIM(source) = 'COMMISSION'
                   AND payable_status = 'P'
                   AND paid_date BETWEEN :WS-YEAR-START
                       AND :WS-YEAR-END
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR READING COMMISSION DISBURSEMENTS - "
                   SQL-ERROR-MESSAGE
           END-IF

           COMPUTE WS-CONTROL-DIFFERENCE =
               DISBURSED-TOTAL - TOTAL-FILED - TOTAL-UNDER-THRESHOLD

           DISPLAY "--- CONTROL TOTAL ---".
           DISPLAY "COMMISSION PAYMENTS  : " DISBURSED-COUNT.
           DISPLAY "COMMISSION DISBURSED : " DISBURSED-TOTAL.
           DISPLAY "FILED + UNDER THRESH : "
               TOTAL-FILED " + " TOTAL-UNDER-THRESHOLD.

           IF WS-CONTROL-DIFFERENCE = 0
               DISPLAY "CONTROL TOTAL TIES TO DISBURSEMENTS"
           ELSE
               DISPLAY "*** OUT OF BALANCE BY "
                   WS-CONTROL-DIFFERENCE " ***"
           END-IF.

       CALL-OUTGEN.

           CALL "OUTGEN" USING OUTGEN-ACTION OUTGEN-PROGRAM
               OUTGEN-BASE-NAME OUTGEN-FILE-NAME OUTGEN-ID
               OUTGEN-RECORD-COUNT OUTGEN-CONTROL-TOTAL
               OUTGEN-STATUS.
