       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTANONYMIZE.

      *> the end of a customer's life on the system: once
      *> ARCHIVEPURGE has taken their last policy off the live
      *> tables and the retention period since has run out, the
      *> customers row is stripped to what the statistics need - the
      *> id the archived policies and the history still point at,
      *> the birth year for the age bands, and the status. Name,
      *> address, phone, email, taxpayer id and the day of birth go.
      *> Any row merged into this one goes the same way, and so does
      *> the address history. Nothing is deleted that a count could
      *> miss.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY "../copy/customer.cpy".

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

      *> years after the last purge - set through the environment
      *> the way ARCHIVEPURGE reads its own period, with a
      *> conservative default.
       01 WS-YEARS-TEXT         PIC X(02).
       01 ANONYMIZE-AFTER-YEARS PIC 9(2) VALUE 3.

       01 WS-LAST-PURGE-DATE    PIC X(10).
       01 WS-BIRTH-YEAR-DATE    PIC X(10).

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-JULIAN       PIC 9(7).
       01 WS-TODAY-DASH         PIC X(10).
       01 WS-CUTOFF-JULIAN      PIC 9(7).
       01 WS-CUTOFF-8           PIC 9(8).
       01 WS-CUTOFF-DASH        PIC X(10).

       01 CANDIDATE-COUNT       PIC 9(7) VALUE 0.
       01 ANONYMIZED-COUNT      PIC 9(7) VALUE 0.
       01 HELD-COUNT            PIC 9(7) VALUE 0.

      *> the legal hold register's answer for the record in hand -
      *> LEGALHOLDCHK logs the refusal itself.
       01 WS-HOLD-PROGRAM       PIC X(20) VALUE "CUSTANONYMIZE".
       01 WS-HOLD-ACTION        PIC X(20) VALUE "ANONYMIZE CUSTOMER".
       01 WS-HOLD-POLICY-ID     PIC 9(9).
       01 WS-HOLD-CLAIM-ID      PIC 9(9).
       01 WS-HOLD-CUSTOMER-ID   PIC 9(9).
       01 WS-HOLD-ID            PIC 9(9).
       01 WS-HOLD-FLAG          PIC X(01).
           88 RECORD-ON-HOLD        VALUE "Y".
           88 RECORD-NOT-HELD       VALUE "N".

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> purged before the cutoff and still on no policy in any
      *> role - a customer ARCHIVERETRIEVE brought a policy back
      *> for is on the books again and waits.
       EXEC SQL
           DECLARE ANONYMIZE-CURSOR CURSOR FOR
               SELECT c.customer_id, c.last_purge_date,
                   COALESCE(c.date_of_birth, ' ')
               FROM customers c
               WHERE c.customer_status IN ('A', 'H')
                   AND c.last_purge_date IS NOT NULL
                   AND c.last_purge_date < :WS-CUTOFF-DASH
                   AND NOT EXISTS
                       (SELECT 1 FROM policy_master p
                        WHERE p.customer_id = c.customer_id)
                   AND NOT EXISTS
                       (SELECT 1 FROM policy_roles r,
                            policy_master p2
                        WHERE r.customer_id = c.customer_id
                            AND p2.policy_id = r.policy_id)
               ORDER BY c.customer_id
       END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY "=== CUSTOMER ANONYMIZATION AFTER RETENTION ===".

           MOVE SPACES TO WS-YEARS-TEXT
           ACCEPT WS-YEARS-TEXT FROM ENVIRONMENT "ANONYMIZE_YEARS"

           IF WS-YEARS-TEXT IS NUMERIC
               MOVE WS-YEARS-TEXT TO ANONYMIZE-AFTER-YEARS
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           COMPUTE WS-TODAY-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-8)
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           COMPUTE WS-CUTOFF-JULIAN =
               WS-TODAY-JULIAN - (ANONYMIZE-AFTER-YEARS * 365)
           COMPUTE WS-CUTOFF-8 = FUNCTION DATE-OF-INTEGER
               (WS-CUTOFF-JULIAN)
           STRING WS-CUTOFF-8(1:4) "-" WS-CUTOFF-8(5:2) "-"
               WS-CUTOFF-8(7:2) DELIMITED BY SIZE
               INTO WS-CUTOFF-DASH

           DISPLAY "ANONYMIZING CUSTOMERS PURGED BEFORE "
               WS-CUTOFF-DASH

           EXEC SQL OPEN ANONYMIZE-CURSOR END-EXEC.

           PERFORM ANONYMIZE-ONE-CUSTOMER
               UNTIL WS-EOF

           EXEC SQL CLOSE ANONYMIZE-CURSOR END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "CUSTOMERS ELIGIBLE  : " CANDIDATE-COUNT.
           DISPLAY "CUSTOMERS ANONYMIZED: " ANONYMIZED-COUNT.
           DISPLAY "HELD - NOT ANONYMIZED: " HELD-COUNT.
           DISPLAY "=== ANONYMIZATION COMPLETE ===".

           STOP RUN.

       ANONYMIZE-ONE-CUSTOMER.

           EXEC SQL
               FETCH ANONYMIZE-CURSOR
               INTO :CUST-CUSTOMER-ID, :WS-LAST-PURGE-DATE,
                   :CUST-DATE-OF-BIRTH
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO CANDIDATE-COUNT
               PERFORM CHECK-LEGAL-HOLD
           END-IF.

      *> a customer under legal hold keeps every detail until the
      *> hold is released, however long ago the retention ran out.
       CHECK-LEGAL-HOLD.

           MOVE 0 TO WS-HOLD-POLICY-ID
           MOVE 0 TO WS-HOLD-CLAIM-ID
           MOVE CUST-CUSTOMER-ID TO WS-HOLD-CUSTOMER-ID

           CALL "LEGALHOLDCHK" USING WS-HOLD-PROGRAM WS-HOLD-ACTION
               WS-HOLD-POLICY-ID WS-HOLD-CLAIM-ID
               WS-HOLD-CUSTOMER-ID WS-HOLD-ID WS-HOLD-FLAG

           IF RECORD-ON-HOLD
               ADD 1 TO HELD-COUNT
           ELSE
               PERFORM STRIP-THE-ROW
           END-IF.

      *> the birth date keeps its year and loses the rest - enough
      *> for an age band, not enough to pick out a person.
       STRIP-THE-ROW.

           MOVE SPACES TO WS-BIRTH-YEAR-DATE
           IF CUST-DATE-OF-BIRTH NOT = SPACES
               STRING CUST-DATE-OF-BIRTH(1:4) "-01-01"
                   DELIMITED BY SIZE INTO WS-BIRTH-YEAR-DATE
           END-IF

           SET CUSTOMER-ANONYMIZED TO TRUE

           EXEC SQL
               UPDATE customers
               SET customer_name = 'ANONYMIZED',
                   date_of_birth = :WS-BIRTH-YEAR-DATE,
                   address = ' ',
                   phone = ' ',
                   email = ' ',
                   tax_id = NULL,
                   w9_date = NULL,
                   household_id = NULL,
                   customer_status = :CUST-STATUS,
                   anonymized_date = :WS-TODAY-DASH,
                   row_version = COALESCE(row_version, 0) + 1
               WHERE customer_id = :CUST-CUSTOMER-ID
                   AND customer_status IN ('A', 'H')
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR ANONYMIZING CUSTOMER "
                   CUST-CUSTOMER-ID " - " SQL-ERROR-MESSAGE
           ELSE
               PERFORM STRIP-MERGED-ROWS
               PERFORM STRIP-ADDRESS-HISTORY
               ADD 1 TO ANONYMIZED-COUNT
               DISPLAY "CUSTOMER " CUST-CUSTOMER-ID
                   " ANONYMIZED - LAST PURGE " WS-LAST-PURGE-DATE
           END-IF.

      *> a duplicate row CUSTOMERMAINT folded into this one still
      *> carries the same person's details under its own id.
       STRIP-MERGED-ROWS.

           EXEC SQL
               UPDATE customers
               SET customer_name = 'ANONYMIZED',
                   date_of_birth = :WS-BIRTH-YEAR-DATE,
                   address = ' ',
                   phone = ' ',
                   email = ' ',
                   tax_id = NULL,
                   w9_date = NULL,
                   anonymized_date = :WS-TODAY-DASH,
                   row_version = COALESCE(row_version, 0) + 1
               WHERE merged_into_id = :CUST-CUSTOMER-ID
                   AND customer_status = 'M'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "WARNING: MERGED ROWS NOT ANONYMIZED FOR "
                   "CUSTOMER " CUST-CUSTOMER-ID
           END-IF.

       STRIP-ADDRESS-HISTORY.

           EXEC SQL
               UPDATE customer_address_history
               SET old_address = ' ',
                   new_address = ' '
               WHERE customer_id = :CUST-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "WARNING: ADDRESS HISTORY NOT ANONYMIZED FOR "
                   "CUSTOMER " CUST-CUSTOMER-ID
           END-IF.
