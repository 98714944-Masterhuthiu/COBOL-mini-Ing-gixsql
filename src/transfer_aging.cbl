       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFERAGING.

      *> the aging report over 1035 exchange and rollover money
      *> requested from other carriers but not yet received - every
      *> pending transfer aged from the day it was requested, oldest
      *> first, bucketed the way the new-business desk chases them,
      *> so a surrendering carrier sitting on a client's money for
      *> sixty days is on paper instead of found out when the agent
      *> calls.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

      *> a transfer older than this many days is flagged for a call
      *> to the surrendering carrier rather than just listed.
       01 CHASE-THRESHOLD-DAYS  PIC 9(3) VALUE 30.

       01 WS-TRANSFER-ID        PIC 9(9).
       01 WS-APPLICATION-ID     PIC 9(9).
       01 WS-TRANSFER-TYPE      PIC X(01).
       01 WS-CARRIER-NAME       PIC X(60).
       01 WS-EXPECTED-AMOUNT    PIC 9(9)V99.
       01 WS-REQUESTED-DATE     PIC X(10).

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-JULIAN       PIC 9(7).
       01 WS-REQUESTED-8        PIC 9(8).
       01 WS-REQUESTED-JULIAN   PIC 9(7).
       01 WS-DAYS-OUTSTANDING   PIC S9(7).

       01 PENDING-COUNT         PIC 9(7) VALUE 0.
       01 CHASE-COUNT           PIC 9(7) VALUE 0.
       01 PENDING-AMOUNT        PIC 9(11)V99 VALUE 0.

      *> pending money by age - 0-30, 31-60, 61-90 and over 90 days.
       01 AGE-BUCKET-AMOUNTS.
           02 BUCKET-0-30        PIC 9(11)V99 VALUE 0.
           02 BUCKET-31-60       PIC 9(11)V99 VALUE 0.
           02 BUCKET-61-90       PIC 9(11)V99 VALUE 0.
           02 BUCKET-OVER-90     PIC 9(11)V99 VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> only transfers still pending on applications that have not
      *> been declined - a declined case's money is cancelled, not
      *> chased.
       EXEC SQL
           DECLARE AGING-CURSOR CURSOR FOR
               SELECT t.transfer_id, t.application_id,
                   t.transfer_type, t.carrier_name,
                   t.expected_amount, t.requested_date
               FROM app_transfers t, applications a
               WHERE t.application_id = a.application_id
                   AND t.transfer_status = 'P'
                   AND a.app_status IN ('R', 'V', 'F')
               ORDER BY t.requested_date, t.application_id
       END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY "=== PENDING TRANSFER AGING REPORT ===".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           COMPUTE WS-TODAY-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-8)

           EXEC SQL OPEN AGING-CURSOR END-EXEC.

           PERFORM AGE-ONE-TRANSFER
               UNTIL WS-EOF

           EXEC SQL CLOSE AGING-CURSOR END-EXEC.

           DISPLAY "-----------------------------".
           DISPLAY "TRANSFERS PENDING       : " PENDING-COUNT.
           DISPLAY "AMOUNT PENDING          : " PENDING-AMOUNT.
           DISPLAY "   0-30 DAYS            : " BUCKET-0-30.
           DISPLAY "  31-60 DAYS            : " BUCKET-31-60.
           DISPLAY "  61-90 DAYS            : " BUCKET-61-90.
           DISPLAY "  OVER 90 DAYS          : " BUCKET-OVER-90.
           DISPLAY "PAST CHASE THRESHOLD    : " CHASE-COUNT.
           DISPLAY "=== AGING REPORT COMPLETE ===".

           STOP RUN.

       AGE-ONE-TRANSFER.

           EXEC SQL
               FETCH AGING-CURSOR
               INTO :WS-TRANSFER-ID, :WS-APPLICATION-ID,
                   :WS-TRANSFER-TYPE, :WS-CARRIER-NAME,
                   :WS-EXPECTED-AMOUNT, :WS-REQUESTED-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO PENDING-COUNT
               ADD WS-EXPECTED-AMOUNT TO PENDING-AMOUNT

               MOVE WS-REQUESTED-DATE(1:4) TO WS-REQUESTED-8(1:4)
               MOVE WS-REQUESTED-DATE(6:2) TO WS-REQUESTED-8(5:2)
               MOVE WS-REQUESTED-DATE(9:2) TO WS-REQUESTED-8(7:2)
               COMPUTE WS-REQUESTED-JULIAN = FUNCTION
                   INTEGER-OF-DATE (WS-REQUESTED-8)
               COMPUTE WS-DAYS-OUTSTANDING =
                   WS-TODAY-JULIAN - WS-REQUESTED-JULIAN

               EVALUATE TRUE
                   WHEN WS-DAYS-OUTSTANDING > 90
                       ADD WS-EXPECTED-AMOUNT TO BUCKET-OVER-90
                   WHEN WS-DAYS-OUTSTANDING > 60
                       ADD WS-EXPECTED-AMOUNT TO BUCKET-61-90
                   WHEN WS-DAYS-OUTSTANDING > 30
                       ADD WS-EXPECTED-AMOUNT TO BUCKET-31-60
                   WHEN OTHER
                       ADD WS-EXPECTED-AMOUNT TO BUCKET-0-30
               END-EVALUATE

               IF WS-DAYS-OUTSTANDING > CHASE-THRESHOLD-DAYS
                   ADD 1 TO CHASE-COUNT
                   DISPLAY "CHASE: TRANSFER " WS-TRANSFER-ID
                       " APPLICATION " WS-APPLICATION-ID " ("
                       WS-TRANSFER-TYPE ") " WS-DAYS-OUTSTANDING
                       " DAYS"
                   DISPLAY "       " WS-CARRIER-NAME " "
                       WS-EXPECTED-AMOUNT " (REQUESTED "
                       WS-REQUESTED-DATE ")"
               ELSE
                   DISPLAY "  TRANSFER " WS-TRANSFER-ID
                       " APPLICATION " WS-APPLICATION-ID " ("
                       WS-TRANSFER-TYPE ") " WS-DAYS-OUTSTANDING
                       " DAYS " WS-EXPECTED-AMOUNT
               END-IF
           END-IF.
