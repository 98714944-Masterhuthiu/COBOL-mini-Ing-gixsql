       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETAINSWEEP.

      *> the nightly retention sweep over the output generation
      *> catalog OUTGEN keeps: a generation whose business date is
      *> further back than its retention days has its file deleted
      *> and its row marked purged. The row itself stays - what was
      *> sent, when, with what counts and totals is still answerable
      *> long after the file is gone. A file somebody already moved
      *> or removed is marked purged all the same; a file that is
      *> there but will not delete is left for tomorrow's sweep.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-GENERATION-ID      PIC 9(9).
       01 WS-FILE-NAME          PIC X(60).
       01 WS-BUSINESS-DATE      PIC X(10).
       01 WS-RETENTION-DAYS     PIC 9(5).

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

      *> CBL_CHECK_FILE_EXIST hands back the file's size and stamp.
       01 WS-FILE-DETAILS.
           02 WS-FILE-SIZE          PIC X(08) COMP-X.
           02 WS-FILE-DAY           PIC X(01) COMP-X.
           02 WS-FILE-MONTH         PIC X(01) COMP-X.
           02 WS-FILE-YEAR          PIC X(02) COMP-X.
           02 WS-FILE-HOURS         PIC X(01) COMP-X.
           02 WS-FILE-MINUTES       PIC X(01) COMP-X.
           02 WS-FILE-SECONDS       PIC X(01) COMP-X.
           02 WS-FILE-HUNDREDTHS    PIC X(01) COMP-X.

       01 WS-DELETE-RESULT      PIC S9(9) COMP-5.
       01 WS-EXIST-RESULT       PIC S9(9) COMP-5.

       01 WS-RUN-ACTION       PIC X(01).
       01 WS-RUN-PROGRAM      PIC X(20).
       01 WS-RUN-ID           PIC 9(9) VALUE 0.
       01 WS-RUN-STATUS       PIC X(01).
       01 WS-RUN-COUNT-1      PIC 9(7).
       01 WS-RUN-COUNT-2      PIC 9(7).
       01 WS-RUN-COUNT-3      PIC 9(7).

       01 EXPIRED-COUNT         PIC 9(7) VALUE 0.
       01 DELETED-COUNT         PIC 9(7) VALUE 0.
       01 ALREADY-GONE-COUNT    PIC 9(7) VALUE 0.
       01 KEPT-COUNT            PIC 9(7) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> every generation past its retention that has not been
      *> purged already - abandoned rows never had a file, and are
      *> closed off here the same way.
       EXEC SQL
           DECLARE EXPIRED-CURSOR CURSOR FOR
               SELECT generation_id, file_name, business_date,
                   retention_days
               FROM output_generations
               WHERE gen_status <> 'P'
                   AND CAST(business_date AS DATE) + retention_days
                       < CAST(:WS-TODAY-DASH AS DATE)
               ORDER BY business_date, generation_id
       END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY "=== OUTPUT RETENTION SWEEP ===".

           MOVE "S" TO WS-RUN-ACTION
           MOVE "RETAINSWEEP" TO WS-RUN-PROGRAM
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

           EXEC SQL OPEN EXPIRED-CURSOR END-EXEC.

           PERFORM SWEEP-ONE-GENERATION
               UNTIL WS-EOF

           EXEC SQL CLOSE EXPIRED-CURSOR END-EXEC.

           MOVE "E" TO WS-RUN-ACTION
           MOVE "C" TO WS-RUN-STATUS
           MOVE EXPIRED-COUNT TO WS-RUN-COUNT-1
           MOVE DELETED-COUNT TO WS-RUN-COUNT-2
           MOVE KEPT-COUNT TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "GENERATIONS PAST RETENTION: " EXPIRED-COUNT.
           DISPLAY "FILES DELETED             : " DELETED-COUNT.
           DISPLAY "ALREADY GONE              : " ALREADY-GONE-COUNT.
           DISPLAY "COULD NOT DELETE (KEPT)   : " KEPT-COUNT.
           DISPLAY "=== RETENTION SWEEP COMPLETE ===".

           GOBACK.

       SWEEP-ONE-GENERATION.

           EXEC SQL
               FETCH EXPIRED-CURSOR
               INTO :WS-GENERATION-ID, :WS-FILE-NAME,
                   :WS-BUSINESS-DATE, :WS-RETENTION-DAYS
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO EXPIRED-COUNT
               PERFORM DELETE-GENERATION-FILE
           END-IF.

       DELETE-GENERATION-FILE.

           CALL "CBL_DELETE_FILE" USING WS-FILE-NAME
               RETURNING WS-DELETE-RESULT

           IF WS-DELETE-RESULT = 0
               ADD 1 TO DELETED-COUNT
               DISPLAY "PURGED " WS-FILE-NAME " (" WS-BUSINESS-DATE
                   ", KEPT " WS-RETENTION-DAYS " DAYS)"
               PERFORM MARK-GENERATION-PURGED
           ELSE
               CALL "CBL_CHECK_FILE_EXIST" USING WS-FILE-NAME
                   WS-FILE-DETAILS
                   RETURNING WS-EXIST-RESULT
               IF WS-EXIST-RESULT NOT = 0
                   ADD 1 TO ALREADY-GONE-COUNT
                   PERFORM MARK-GENERATION-PURGED
               ELSE
                   ADD 1 TO KEPT-COUNT
                   DISPLAY "WARNING: " WS-FILE-NAME
                       " PAST RETENTION BUT COULD NOT BE DELETED"
               END-IF
           END-IF.

       MARK-GENERATION-PURGED.

           EXEC SQL
               UPDATE output_generations
               SET gen_status = 'P',
                   purged_date = :WS-TODAY-DASH
               WHERE generation_id = :WS-GENERATION-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR MARKING GENERATION " WS-GENERATION-ID
                   " PURGED - " SQL-ERROR-MESSAGE
           END-IF.
