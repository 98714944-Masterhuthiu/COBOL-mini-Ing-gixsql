       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEBIT-EXTRACT-FILE ASSIGN TO DYNAMIC
                   WS-DEBIT-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEBIT-FILE-STATUS.

       01 WS-DEBIT-FILE-STATUS  PIC X(02).
           88 DEBIT-FILE-OK        VALUE "00".

       COPY "../copy/outgen.cpy".

      *> the dated generation of DEBIT_EXTRACT.TXT this run writes.
       01 WS-DEBIT-GEN-NAME     PIC X(60).
       01 WS-DEBIT-GEN-ID       PIC 9(9) VALUE 0.

      *> installments falling due inside this many days go on the
      *> extract - the bank needs the file ahead of the due dates.
       01 COLLECTION-WINDOW-DAYS PIC 9(3) VALUE 30.
       01 WS-PRENOTE-ID         PIC 9(9).
       01 WS-MANDATE-POLICY     PIC 9(9).

      *> the NACHA collection file built alongside the extract -
      *> ACHFILE holds the format, this program just feeds it.
       01 ACH-ACTION            PIC X(01).
       01 ACH-FILE-KIND         PIC X(01) VALUE "D".
       01 ACH-FILE-ID           PIC 9(9) VALUE 0.
       01 ACH-SEC-CODE          PIC X(03) VALUE "PPD".
       01 ACH-ENTRY-DESC        PIC X(10) VALUE "PREMIUM".
       01 ACH-EFFECTIVE-DATE    PIC X(10).
       01 ACH-TRAN-CODE         PIC 9(2).
       01 ACH-AMOUNT            PIC 9(9)V99.
       01 ACH-INDIVIDUAL-ID     PIC X(15).
       01 ACH-INDIVIDUAL-NAME   PIC X(22).
       01 ACH-TRACE-NUMBER      PIC X(15).
       01 ACH-STATUS            PIC X(01).
           88 ACH-REFUSED           VALUE "R".
       01 WS-CUSTOMER-NAME      PIC X(50).

       01 PN-AT-END             PIC X(01) VALUE "N".
           88 PN-EOF                VALUE "Y".

               WS-WINDOW-8(7:2) DELIMITED BY SIZE
               INTO WS-WINDOW-DASH

      *>   neither file goes to the bank twice for one business
      *>   date - if either has already been sent, nothing runs
           MOVE "O" TO OUTGEN-ACTION
           MOVE "DEBITEXTRACT" TO OUTGEN-PROGRAM
           MOVE "DEBIT_EXTRACT.TXT" TO OUTGEN-BASE-NAME
           PERFORM CALL-OUTGEN

           IF NOT OUTGEN-REFUSED
               MOVE OUTGEN-FILE-NAME TO WS-DEBIT-GEN-NAME
               MOVE OUTGEN-ID TO WS-DEBIT-GEN-ID
               MOVE "S" TO ACH-ACTION
               PERFORM CALL-ACHFILE
           END-IF

           IF OUTGEN-REFUSED OR ACH-REFUSED
               PERFORM REFUSE-THE-RERUN
           END-IF

           OPEN OUTPUT DEBIT-EXTRACT-FILE.

           PERFORM ACTIVATE-VERIFIED-MANDATES

           EXEC SQL CLOSE DEBIT-CURSOR END-EXEC.

           IF ACH-FILE-ID NOT = 0
               MOVE "W" TO ACH-ACTION
               PERFORM CALL-ACHFILE
           END-IF

           CLOSE DEBIT-EXTRACT-FILE.

           MOVE "C" TO OUTGEN-ACTION
           MOVE WS-DEBIT-GEN-ID TO OUTGEN-ID
           MOVE EXTRACT-COUNT TO OUTGEN-RECORD-COUNT
           MOVE TOTAL-EXTRACTED TO OUTGEN-CONTROL-TOTAL
           PERFORM CALL-OUTGEN

           EXEC SQL COMMIT END-EXEC.

      *>   count_3 carries the run's dollar volume in whole
      *>   dollars (capped at the field) so the anomaly check can
      *>   judge money as well as record counts

               WRITE DEBIT-EXTRACT-RECORD

               MOVE 27 TO ACH-TRAN-CODE
               MOVE WS-COLLECT-DATE TO ACH-EFFECTIVE-DATE
               MOVE WS-OPEN-BALANCE TO ACH-AMOUNT
               MOVE INV-INVOICE-ID TO ACH-INDIVIDUAL-ID
               MOVE INV-POLICY-ID TO WS-MANDATE-POLICY
               PERFORM ADD-ACH-DEBIT

               IF ACH-TRACE-NUMBER NOT = SPACES
                   EXEC SQL
                       UPDATE direct_debits
                       SET ach_trace = :ACH-TRACE-NUMBER
                       WHERE invoice_id = :INV-INVOICE-ID
                           AND debit_status = 'S'
                   END-EXEC
               END-IF

               IF DEBIT-FILE-OK
                   ADD 1 TO EXTRACT-COUNT
                   ADD WS-OPEN-BALANCE TO TOTAL-EXTRACTED

                   WRITE DEBIT-EXTRACT-RECORD

                   MOVE 28 TO ACH-TRAN-CODE
                   MOVE WS-TODAY-DASH TO ACH-EFFECTIVE-DATE
                   MOVE 0 TO ACH-AMOUNT
                   MOVE WS-PRENOTE-ID TO ACH-INDIVIDUAL-ID
                   PERFORM ADD-ACH-DEBIT

                   IF ACH-TRACE-NUMBER NOT = SPACES
                       EXEC SQL
                           UPDATE prenotes
                           SET ach_trace = :ACH-TRACE-NUMBER
                           WHERE prenote_id = :WS-PRENOTE-ID
                       END-EXEC
                   END-IF

                   IF DEBIT-FILE-OK
                       ADD 1 TO PRENOTE-COUNT
                       DISPLAY "PRENOTE SENT: MANDATE "
                   END-IF
               END-IF
           END-IF.

      *> the entry carries the policyholder's name and, in the
      *> individual-id field, the invoice (or prenote) id the legacy
      *> extract has always quoted; the trace number ACHFILE hands
      *> back is kept on the debit so a return can quote either.
       ADD-ACH-DEBIT.

           MOVE SPACES TO WS-CUSTOMER-NAME

           EXEC SQL
               SELECT customer_name INTO :WS-CUSTOMER-NAME
               FROM policy_master
               WHERE policy_id = :WS-MANDATE-POLICY
           END-EXEC

           MOVE WS-CUSTOMER-NAME TO ACH-INDIVIDUAL-NAME
           MOVE "E" TO ACH-ACTION
           PERFORM CALL-ACHFILE

           IF ACH-TRACE-NUMBER = SPACES
               DISPLAY "WARNING: NOT AN ACH ACCOUNT, EXTRACT ONLY - "
                   "MANDATE " WS-MANDATE-REF
           END-IF.

       CALL-ACHFILE.

           CALL "ACHFILE" USING ACH-ACTION ACH-FILE-KIND ACH-FILE-ID
               ACH-SEC-CODE ACH-ENTRY-DESC ACH-EFFECTIVE-DATE
               ACH-TRAN-CODE WS-BANK-CODE WS-ACCOUNT-NUMBER
               ACH-AMOUNT ACH-INDIVIDUAL-ID ACH-INDIVIDUAL-NAME
               ACH-TRACE-NUMBER ACH-STATUS.

      *> the run is recorded as failed so the morning check sees it,
      *> and stops before a single invoice is touched.
       REFUSE-THE-RERUN.

           MOVE "A" TO OUTGEN-ACTION
           MOVE WS-DEBIT-GEN-ID TO OUTGEN-ID
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

           DISPLAY "=== COLLECTION EXTRACT NOT RERUN ==="

           STOP RUN.

       CALL-OUTGEN.

           CALL "OUTGEN" USING OUTGEN-ACTION OUTGEN-PROGRAM
               OUTGEN-BASE-NAME OUTGEN-FILE-NAME OUTGEN-ID
               OUTGEN-RECORD-COUNT OUTGEN-CONTROL-TOTAL
               OUTGEN-STATUS.
