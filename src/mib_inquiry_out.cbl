       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIBINQOUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MIB-INQUIRY-FILE ASSIGN TO DYNAMIC WS-MIB-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQUIRY-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *> one fixed-format line per queued inquiry, sent to the
      *> medical information bureau each run - same line-sequential
      *> extract shape DEBITEXTRACT writes the bank's file in. The
      *> inquiry id goes out so the bureau's response names the
      *> inquiry it answers.
       FD  MIB-INQUIRY-FILE.
       01  MIB-INQUIRY-RECORD.
           02 MQ-INQUIRY-ID       PIC 9(9).
           02 MQ-CUSTOMER-NAME    PIC X(100).
           02 MQ-DATE-OF-BIRTH    PIC X(10).
           02 MQ-JURISDICTION     PIC X(02).
           02 MQ-POLICY-TYPE      PIC X(20).
           02 MQ-COVERAGE-AMOUNT  PIC 9(9)V99.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/outgen.cpy".

      *> the dated generation of MIB_INQUIRY.TXT this run writes.
       01 WS-MIB-GEN-NAME         PIC X(60).
       01 WS-MIB-GEN-ID           PIC 9(9) VALUE 0.

       01 WS-INQUIRY-FILE-STATUS PIC X(02).
           88 INQUIRY-FILE-OK       VALUE "00".

       01 WS-INQUIRY-ID         PIC 9(9).
       01 WS-CUSTOMER-NAME      PIC X(100).
       01 WS-DATE-OF-BIRTH      PIC X(10).
       01 WS-JURISDICTION       PIC X(02).
       01 WS-POLICY-TYPE        PIC X(20).
       01 WS-COVERAGE-AMOUNT    PIC 9(9)V99.

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       01 WS-RUN-ACTION       PIC X(01).
       01 WS-RUN-PROGRAM      PIC X(20).
       01 WS-RUN-ID           PIC 9(9) VALUE 0.
       01 WS-RUN-STATUS       PIC X(01).
       01 WS-RUN-COUNT-1      PIC 9(7).
       01 WS-RUN-COUNT-2      PIC 9(7).
       01 WS-RUN-COUNT-3      PIC 9(7).

       01 QUEUED-COUNT          PIC 9(7) VALUE 0.
       01 SENT-COUNT            PIC 9(7) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> queued inquiries on applications still being worked - a
      *> case declined or withdrawn before the run has nothing left
      *> to ask the bureau about.
       EXEC SQL
           DECLARE INQUIRY-CURSOR CURSOR FOR
               SELECT q.inquiry_id, q.customer_name,
                   COALESCE(q.date_of_birth, ' '),
                   COALESCE(a.jurisdiction_code, ' '),
                   a.policy_type, a.coverage_amount
               FROM mib_inquiries q, applications a
               WHERE q.application_id = a.application_id
                   AND q.inquiry_status = 'Q'
                   AND a.app_status IN ('R', 'V', 'F')
               ORDER BY q.inquiry_id
       END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY "=== MIB INQUIRY EXTRACT ===".

           MOVE "S" TO WS-RUN-ACTION
           MOVE "MIBINQOUT" TO WS-RUN-PROGRAM
           MOVE SPACES TO WS-RUN-STATUS
           MOVE 0 TO WS-RUN-COUNT-1
           MOVE 0 TO WS-RUN-COUNT-2
           MOVE 0 TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           MOVE "O" TO OUTGEN-ACTION
           MOVE "MIBINQOUT" TO OUTGEN-PROGRAM
           MOVE "MIB_INQUIRY.TXT" TO OUTGEN-BASE-NAME
           PERFORM CALL-OUTGEN

           IF OUTGEN-REFUSED
               MOVE "E" TO WS-RUN-ACTION
               MOVE "F" TO WS-RUN-STATUS
               MOVE 0 TO WS-RUN-COUNT-1
               MOVE 0 TO WS-RUN-COUNT-2
               MOVE 0 TO WS-RUN-COUNT-3
               CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
                   WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
                   WS-RUN-COUNT-2 WS-RUN-COUNT-3
               EXEC SQL COMMIT END-EXEC
               DISPLAY "=== MIB INQUIRY EXTRACT NOT RERUN ==="
               STOP RUN
           END-IF

           MOVE OUTGEN-FILE-NAME TO WS-MIB-GEN-NAME
           MOVE OUTGEN-ID TO WS-MIB-GEN-ID

           OPEN OUTPUT MIB-INQUIRY-FILE.

           EXEC SQL OPEN INQUIRY-CURSOR END-EXEC.

           PERFORM EXTRACT-ONE-INQUIRY
               UNTIL WS-EOF.

           EXEC SQL CLOSE INQUIRY-CURSOR END-EXEC.

           CLOSE MIB-INQUIRY-FILE.

           MOVE "C" TO OUTGEN-ACTION
           MOVE WS-MIB-GEN-ID TO OUTGEN-ID
           MOVE SENT-COUNT TO OUTGEN-RECORD-COUNT
           MOVE 0 TO OUTGEN-CONTROL-TOTAL
           PERFORM CALL-OUTGEN

           EXEC SQL COMMIT END-EXEC.

           MOVE "E" TO WS-RUN-ACTION
           MOVE "C" TO WS-RUN-STATUS
           MOVE QUEUED-COUNT TO WS-RUN-COUNT-1
           MOVE SENT-COUNT TO WS-RUN-COUNT-2
           MOVE 0 TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           DISPLAY "INQUIRIES QUEUED : " QUEUED-COUNT
           DISPLAY "INQUIRIES SENT   : " SENT-COUNT
           DISPLAY "=== MIB INQUIRY EXTRACT COMPLETE ===".

           STOP RUN.

       EXTRACT-ONE-INQUIRY.

           EXEC SQL
               FETCH INQUIRY-CURSOR
               INTO :WS-INQUIRY-ID, :WS-CUSTOMER-NAME,
                   :WS-DATE-OF-BIRTH, :WS-JURISDICTION,
                   :WS-POLICY-TYPE, :WS-COVERAGE-AMOUNT
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO QUEUED-COUNT
               PERFORM WRITE-INQUIRY-RECORD
           END-IF.

      *> the inquiry is only marked sent once its line is actually
      *> on the file - a failed write leaves it queued for the next
      *> run.
       WRITE-INQUIRY-RECORD.

           MOVE WS-INQUIRY-ID TO MQ-INQUIRY-ID
           MOVE WS-CUSTOMER-NAME TO MQ-CUSTOMER-NAME
           MOVE WS-DATE-OF-BIRTH TO MQ-DATE-OF-BIRTH
           MOVE WS-JURISDICTION TO MQ-JURISDICTION
           MOVE WS-POLICY-TYPE TO MQ-POLICY-TYPE
           MOVE WS-COVERAGE-AMOUNT TO MQ-COVERAGE-AMOUNT

           WRITE MIB-INQUIRY-RECORD

           IF NOT INQUIRY-FILE-OK
               DISPLAY "ERROR WRITING MIB INQUIRY " WS-INQUIRY-ID
                   ": " WS-INQUIRY-FILE-STATUS
           ELSE
               EXEC SQL
                   UPDATE mib_inquiries
                   SET inquiry_status = 'S',
                       sent_date = :WS-TODAY-DASH
                   WHERE inquiry_id = :WS-INQUIRY-ID
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO SENT-COUNT
               ELSE
                   MOVE SQLCODE TO SQL-ERROR-CODE
                   CALL "SQLMSG" USING SQL-ERROR-CODE
                       SQL-ERROR-MESSAGE
                   DISPLAY "ERROR MARKING MIB INQUIRY "
                       WS-INQUIRY-ID " SENT - " SQL-ERROR-MESSAGE
               END-IF
           END-IF.

       CALL-OUTGEN.

           CALL "OUTGEN" USING OUTGEN-ACTION OUTGEN-PROGRAM
               OUTGEN-BASE-NAME OUTGEN-FILE-NAME OUTGEN-ID
               OUTGEN-RECORD-COUNT OUTGEN-CONTROL-TOTAL
               OUTGEN-STATUS.
