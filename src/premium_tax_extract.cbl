       FILE-CONTROL.
      *> per-policy audit support detail behind each jurisdiction's
      *> filing figure - one line per policy written in the period.
           SELECT TAX-DETAIL-FILE ASSIGN TO DYNAMIC WS-PREMTAX-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-DETAIL-STATUS.


       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/outgen.cpy".

      *> the dated generation of PREMTAX_DETAIL.TXT this run writes.
       01 WS-PREMTAX-GEN-NAME     PIC X(60).
       01 WS-PREMTAX-GEN-ID       PIC 9(9) VALUE 0.

       01 WS-TAX-DETAIL-STATUS  PIC X(02).
           88 TAX-DETAIL-OK        VALUE "00".

       01 JURIS-PREMIUM         PIC 9(11)V99 VALUE 0.
       01 TOTAL-PREMIUM         PIC 9(13)V99 VALUE 0.
       01 TOTAL-TAX             PIC 9(13)V99 VALUE 0.
       01 DETAIL-COUNT          PIC 9(7) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".
           DISPLAY "=== PREMIUM TAX EXTRACT ===".
           DISPLAY "PERIOD: " LK-PERIOD-START " TO " LK-PERIOD-END.

           MOVE "O" TO OUTGEN-ACTION
           MOVE "PREMIUMTAX" TO OUTGEN-PROGRAM
           MOVE "PREMTAX_DETAIL.TXT" TO OUTGEN-BASE-NAME
           PERFORM CALL-OUTGEN

           IF OUTGEN-REFUSED
               DISPLAY "=== PREMIUM TAX EXTRACT NOT RERUN ==="
               GOBACK
           END-IF

           MOVE OUTGEN-FILE-NAME TO WS-PREMTAX-GEN-NAME
           MOVE OUTGEN-ID TO WS-PREMTAX-GEN-ID

           OPEN OUTPUT TAX-DETAIL-FILE.

           EXEC SQL OPEN PREMIUM-TAX-CURSOR END-EXEC.

           CLOSE TAX-DETAIL-FILE.

           MOVE "C" TO OUTGEN-ACTION
           MOVE WS-PREMTAX-GEN-ID TO OUTGEN-ID
           MOVE DETAIL-COUNT TO OUTGEN-RECORD-COUNT
           MOVE TOTAL-PREMIUM TO OUTGEN-CONTROL-TOTAL
           PERFORM CALL-OUTGEN

           DISPLAY "-----------------------------".
           DISPLAY "TOTAL WRITTEN PREMIUM: " TOTAL-PREMIUM.
           DISPLAY "TOTAL PREMIUM TAX    : " TOTAL-TAX.

           WRITE TAX-DETAIL-RECORD

           IF TAX-DETAIL-OK
               ADD 1 TO DETAIL-COUNT
           ELSE
               DISPLAY "ERROR WRITING TAX DETAIL: "
                   WS-TAX-DETAIL-STATUS
           END-IF.
                   " RATE " WS-TAX-RATE
                   " TAX " WS-TAX-DUE
           END-IF.

       CALL-OUTGEN.

           CALL "OUTGEN" USING OUTGEN-ACTION OUTGEN-PROGRAM
               OUTGEN-BASE-NAME OUTGEN-FILE-NAME OUTGEN-ID
               OUTGEN-RECORD-COUNT OUTGEN-CONTROL-TOTAL
               OUTGEN-STATUS.
