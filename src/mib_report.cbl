       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIBREPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MIB-REPORT-FILE ASSIGN TO DYNAMIC WS-MIB-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *> the periodic reporting file back to the medical
      *> information bureau - one fixed-format line per decided
      *> application carrying the codes the underwriter assigned
      *> through MIBINQUIRY, so the next carrier the applicant goes
      *> to sees what we found. Same extract shape as MIBINQOUT.
       FD  MIB-REPORT-FILE.
       01  MIB-REPORT-RECORD.
           02 MR-APPLICATION-ID   PIC 9(9).
           02 MR-CUSTOMER-NAME    PIC X(100).
           02 MR-DATE-OF-BIRTH    PIC X(10).
           02 MR-DECISION         PIC X(01).
           02 MR-DECISION-DATE    PIC X(10).
           02 MR-MIB-CODES        PIC X(40).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/outgen.cpy".

      *> the dated generation of MIB_REPORT.TXT this run writes.
       01 WS-MIB-GEN-NAME         PIC X(60).
       01 WS-MIB-GEN-ID           PIC 9(9) VALUE 0.

       01 WS-REPORT-FILE-STATUS PIC X(02).
           88 REPORT-FILE-OK        VALUE "00".

       01 WS-APPLICATION-ID     PIC 9(9).
       01 WS-CUSTOMER-NAME      PIC X(100).
       01 WS-DATE-OF-BIRTH      PIC X(10).
       01 WS-DECISION           PIC X(01).
       01 WS-DECISION-DATE      PIC X(10).
       01 WS-MIB-CODES          PIC X(40).

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       01 WS-RUN-ACTION       PIC X(01).
       01 WS-RUN-PROGRAM      PIC X(20).
       01 WS-RUN-ID           PIC 9(9) VALUE 0.
       01 WS-RUN-STATUS       PIC X(01).
       01 WS-RUN-COUNT-1      PIC 9(7).
       01 WS-RUN-COUNT-2      PIC 9(7).
       01 WS-RUN-COUNT-3      PIC 9(7).

       01 PENDING-COUNT         PIC 9(7) VALUE 0.
       01 REPORTED-COUNT        PIC 9(7) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> codes waiting to go on applications that have actually been
      *> decided - approved (issued or awaiting transfer money) or
      *> declined. Codes recorded on a case still in review wait for
      *> its decision.
       EXEC SQL
           DECLARE REPORT-CURSOR CURSOR FOR
               SELECT r.application_id, a.customer_name,
                   COALESCE((SELECT MAX(q.date_of_birth)
                       FROM mib_inquiries q
                       WHERE q.application_id = r.application_id),
                       ' '),
                   a.app_status, COALESCE(a.decision_date, ' '),
                   r.mib_codes
               FROM mib_reports r, applications a
               WHERE r.application_id = a.application_id
                   AND r.reported_date IS NULL
                   AND a.app_status IN ('A', 'D', 'F')
               ORDER BY r.application_id
       END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY "=== MIB REPORTING EXTRACT ===".

           MOVE "S" TO WS-RUN-ACTION
           MOVE "MIBREPORT" TO WS-RUN-PROGRAM
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
           MOVE "MIBREPORT" TO OUTGEN-PROGRAM
           MOVE "MIB_REPORT.TXT" TO OUTGEN-BASE-NAME
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
               DISPLAY "=== MIB REPORTING EXTRACT NOT RERUN ==="
               STOP RUN
           END-IF

           MOVE OUTGEN-FILE-NAME TO WS-MIB-GEN-NAME
           MOVE OUTGEN-ID TO WS-MIB-GEN-ID

           OPEN OUTPUT MIB-REPORT-FILE.

           EXEC SQL OPEN REPORT-CURSOR END-EXEC.

           PERFORM REPORT-ONE-DECISION
               UNTIL WS-EOF.

           EXEC SQL CLOSE REPORT-CURSOR END-EXEC.

           CLOSE MIB-REPORT-FILE.

           MOVE "C" TO OUTGEN-ACTION
           MOVE WS-MIB-GEN-ID TO OUTGEN-ID
           MOVE REPORTED-COUNT TO OUTGEN-RECORD-COUNT
           MOVE 0 TO OUTGEN-CONTROL-TOTAL
           PERFORM CALL-OUTGEN

           EXEC SQL COMMIT END-EXEC.

           MOVE "E" TO WS-RUN-ACTION
           MOVE "C" TO WS-RUN-STATUS
           MOVE PENDING-COUNT TO WS-RUN-COUNT-1
           MOVE REPORTED-COUNT TO WS-RUN-COUNT-2
           MOVE 0 TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           DISPLAY "DECISIONS PENDING: " PENDING-COUNT
           DISPLAY "DECISIONS REPORTED: " REPORTED-COUNT
           DISPLAY "=== MIB REPORTING EXTRACT COMPLETE ===".

           STOP RUN.

       REPORT-ONE-DECISION.

           EXEC SQL
               FETCH REPORT-CURSOR
               INTO :WS-APPLICATION-ID, :WS-CUSTOMER-NAME,
                   :WS-DATE-OF-BIRTH, :WS-DECISION,
                   :WS-DECISION-DATE, :WS-MIB-CODES
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO PENDING-COUNT
               PERFORM WRITE-REPORT-RECORD
           END-IF.

      *> stamped reported only once the line is on the file - from
      *> then on the codes are the bureau's and MIBINQUIRY will not
      *> change them.
       WRITE-REPORT-RECORD.

           MOVE WS-APPLICATION-ID TO MR-APPLICATION-ID
           MOVE WS-CUSTOMER-NAME TO MR-CUSTOMER-NAME
           MOVE WS-DATE-OF-BIRTH TO MR-DATE-OF-BIRTH
           MOVE WS-DECISION TO MR-DECISION
           MOVE WS-DECISION-DATE TO MR-DECISION-DATE
           MOVE WS-MIB-CODES TO MR-MIB-CODES

           WRITE MIB-REPORT-RECORD

           IF NOT REPORT-FILE-OK
               DISPLAY "ERROR WRITING MIB REPORT FOR APPLICATION "
                   WS-APPLICATION-ID ": " WS-REPORT-FILE-STATUS
           ELSE
               EXEC SQL
                   UPDATE mib_reports
                   SET reported_date = :WS-TODAY-DASH
                   WHERE application_id = :WS-APPLICATION-ID
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO REPORTED-COUNT
               ELSE
                   MOVE SQLCODE TO SQL-ERROR-CODE
                   CALL "SQLMSG" USING SQL-ERROR-CODE
                       SQL-ERROR-MESSAGE
                   DISPLAY "ERROR MARKING MIB REPORT FOR "
                       "APPLICATION " WS-APPLICATION-ID " - "
                       SQL-ERROR-MESSAGE
               END-IF
           END-IF.

       CALL-OUTGEN.

           CALL "OUTGEN" USING OUTGEN-ACTION OUTGEN-PROGRAM
               OUTGEN-BASE-NAME OUTGEN-FILE-NAME OUTGEN-ID
               OUTGEN-RECORD-COUNT OUTGEN-CONTROL-TOTAL
               OUTGEN-STATUS.
