       IDENTIFICATION DIVISION.
       PROGRAM-ID. XMITSEND.

      *> logs the day's outbound files as sent - run straight after
      *> the file transfer job hands them over. Every complete,
      *> current generation in the OUTGEN catalog whose file has a
      *> receiver is logged through XMITLOG with its record count
      *> and control total as the hash total, and marked
      *> transmitted. Files with no receiver (the check register and
      *> the like) stay complete and are left alone. XMIT_FILE in
      *> the environment limits the run to the one file named, for
      *> a transfer that is sent on its own, the same way WH_FEED_MODE
      *> steers WAREHOUSEFEED.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/xmitlog.cpy".

       01 WS-ONLY-FILE          PIC X(60).

       01 WS-GENERATION-ID      PIC 9(9).
       01 WS-BASE-NAME          PIC X(40).
       01 WS-FILE-NAME          PIC X(60).
       01 WS-RECORD-COUNT       PIC 9(9).
       01 WS-CONTROL-TOTAL      PIC 9(13)V99.

       01 WS-RUN-ACTION       PIC X(01).
       01 WS-RUN-PROGRAM      PIC X(20).
       01 WS-RUN-ID           PIC 9(9) VALUE 0.
       01 WS-RUN-STATUS       PIC X(01).
       01 WS-RUN-COUNT-1      PIC 9(7).
       01 WS-RUN-COUNT-2      PIC 9(7).
       01 WS-RUN-COUNT-3      PIC 9(7).

       01 READY-COUNT           PIC 9(7) VALUE 0.
       01 SENT-COUNT            PIC 9(7) VALUE 0.
       01 INTERNAL-COUNT        PIC 9(7) VALUE 0.
       01 FAILED-COUNT          PIC 9(7) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> complete generations not yet sent - superseded ones were
      *> replaced before they went anywhere and never show here.
       EXEC SQL
           DECLARE READY-CURSOR CURSOR FOR
               SELECT generation_id, base_name, file_name,
                   record_count, control_total
               FROM output_generations
               WHERE gen_status = 'C'
                   AND (RTRIM(:WS-ONLY-FILE) = ''
                       OR file_name = :WS-ONLY-FILE)
               ORDER BY generation_id
       END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY "=== OUTBOUND TRANSMISSION LOG ===".

           MOVE "S" TO WS-RUN-ACTION
           MOVE "XMITSEND" TO WS-RUN-PROGRAM
           MOVE SPACES TO WS-RUN-STATUS
           MOVE 0 TO WS-RUN-COUNT-1
           MOVE 0 TO WS-RUN-COUNT-2
           MOVE 0 TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           MOVE SPACES TO WS-ONLY-FILE
           ACCEPT WS-ONLY-FILE FROM ENVIRONMENT "XMIT_FILE"

           IF WS-ONLY-FILE NOT = SPACES
               DISPLAY "LOGGING " WS-ONLY-FILE " ONLY"
           END-IF

           EXEC SQL OPEN READY-CURSOR END-EXEC.

           PERFORM LOG-ONE-GENERATION
               UNTIL WS-EOF

           EXEC SQL CLOSE READY-CURSOR END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           MOVE "E" TO WS-RUN-ACTION
           MOVE "C" TO WS-RUN-STATUS
           MOVE READY-COUNT TO WS-RUN-COUNT-1
           MOVE SENT-COUNT TO WS-RUN-COUNT-2
           MOVE FAILED-COUNT TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           DISPLAY "GENERATIONS READY : " READY-COUNT.
           DISPLAY "LOGGED AS SENT    : " SENT-COUNT.
           DISPLAY "INTERNAL - KEPT   : " INTERNAL-COUNT.
           DISPLAY "NOT LOGGED        : " FAILED-COUNT.
           DISPLAY "=== TRANSMISSION LOG COMPLETE ===".

           STOP RUN.

       LOG-ONE-GENERATION.

           EXEC SQL
               FETCH READY-CURSOR
               INTO :WS-GENERATION-ID, :WS-BASE-NAME,
                   :WS-FILE-NAME, :WS-RECORD-COUNT,
                   :WS-CONTROL-TOTAL
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO READY-COUNT

               MOVE "S" TO XMIT-ACTION
               MOVE WS-BASE-NAME TO XMIT-BASE-NAME
               MOVE WS-FILE-NAME TO XMIT-FILE-NAME
               MOVE WS-GENERATION-ID TO XMIT-GENERATION-ID
               MOVE WS-RECORD-COUNT TO XMIT-RECORD-COUNT
               MOVE WS-CONTROL-TOTAL TO XMIT-HASH-TOTAL
               CALL "XMITLOG" USING XMIT-ACTION XMIT-BASE-NAME
                   XMIT-FILE-NAME XMIT-GENERATION-ID
                   XMIT-RECORD-COUNT XMIT-HASH-TOTAL XMIT-ID
                   XMIT-STATUS

               EVALUATE TRUE
                   WHEN XMIT-OK
                       ADD 1 TO SENT-COUNT
                   WHEN XMIT-NO-DESTINATION
                       ADD 1 TO INTERNAL-COUNT
                   WHEN OTHER
                       ADD 1 TO FAILED-COUNT
               END-EVALUATE
           END-IF.
