       IDENTIFICATION DIVISION.
       PROGRAM-ID. COOLOFFRPT.

      *> payouts PAYMENTRUN held in the period because the bank
      *> account or the address they would go to had just changed -
      *> one line per payable however many runs it waited, with the
      *> first and last run that held it and where it stands now,
      *> so treasury and fraud can see which held items went out
      *> once the window closed and which are still waiting.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-PAYABLE-ID         PIC 9(9).
       01 WS-POLICY-ID          PIC 9(9).
       01 WS-HOLD-REASON        PIC X(01).
           88 HELD-FOR-BANK         VALUE "B".
           88 HELD-FOR-ADDRESS      VALUE "A".
       01 WS-FIRST-HELD         PIC X(10).
       01 WS-LAST-HELD          PIC X(10).
       01 WS-RUNS-HELD          PIC 9(5).
       01 WS-AMOUNT             PIC 9(9)V99.
       01 WS-PAYABLE-STATUS     PIC X(01).
       01 WS-PAID-DATE          PIC X(10).
       01 WS-REASON-TEXT        PIC X(07).
       01 WS-STATE-TEXT         PIC X(18).

       01 HELD-COUNT            PIC 9(7) VALUE 0.
       01 RELEASED-COUNT        PIC 9(7) VALUE 0.
       01 HELD-TOTAL            PIC 9(11)V99 VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

       EXEC SQL
           DECLARE COOLING-HOLD-CURSOR CURSOR FOR
               SELECT h.payable_id, h.policy_id, h.hold_reason,
                   MIN(h.hold_date), MAX(h.hold_date), COUNT(*),
                   MAX(h.amount),
                   COALESCE(MAX(p.payable_status), ' '),
                   COALESCE(MAX(p.paid_date), ' ')
               FROM cooling_off_holds h
                   LEFT JOIN payables p
                       ON p.payable_id = h.payable_id
               WHERE h.hold_date BETWEEN :LK-PERIOD-START
                   AND :LK-PERIOD-END
               GROUP BY h.payable_id, h.policy_id, h.hold_reason
               ORDER BY h.payable_id
       END-EXEC.

       LINKAGE SECTION.

       01 LK-PERIOD-START       PIC X(10).
       01 LK-PERIOD-END         PIC X(10).

       PROCEDURE DIVISION USING LK-PERIOD-START LK-PERIOD-END.

           DISPLAY "=== PAYOUTS HELD FOR COOLING-OFF ===".
           DISPLAY "PERIOD: " LK-PERIOD-START " TO "
               LK-PERIOD-END.

           DISPLAY "--- HELD PAYABLES ---".

           MOVE "N" TO WS-AT-END

           EXEC SQL OPEN COOLING-HOLD-CURSOR END-EXEC.

           PERFORM REPORT-ONE-HOLD
               UNTIL WS-EOF

           EXEC SQL CLOSE COOLING-HOLD-CURSOR END-EXEC.

           DISPLAY "PAYABLES HELD    : " HELD-COUNT.
           DISPLAY "SINCE PAID       : " RELEASED-COUNT.
           DISPLAY "AMOUNT HELD      : " HELD-TOTAL.
           DISPLAY "=== END OF COOLING-OFF REPORT ===".

           GOBACK.

       REPORT-ONE-HOLD.

           EXEC SQL
               FETCH COOLING-HOLD-CURSOR
               INTO :WS-PAYABLE-ID, :WS-POLICY-ID, :WS-HOLD-REASON,
                   :WS-FIRST-HELD, :WS-LAST-HELD, :WS-RUNS-HELD,
                   :WS-AMOUNT, :WS-PAYABLE-STATUS, :WS-PAID-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO HELD-COUNT
               ADD WS-AMOUNT TO HELD-TOTAL

               IF HELD-FOR-BANK
                   MOVE "BANK" TO WS-REASON-TEXT
               ELSE
                   MOVE "ADDRESS" TO WS-REASON-TEXT
               END-IF

               EVALUATE WS-PAYABLE-STATUS
                   WHEN "P"
                       ADD 1 TO RELEASED-COUNT
                       MOVE SPACES TO WS-STATE-TEXT
                       STRING "PAID " WS-PAID-DATE
                           DELIMITED BY SIZE INTO WS-STATE-TEXT
                   WHEN "O"
                       MOVE "STILL OPEN" TO WS-STATE-TEXT
                   WHEN OTHER
                       MOVE SPACES TO WS-STATE-TEXT
                       STRING "STATUS " WS-PAYABLE-STATUS
                           DELIMITED BY SIZE INTO WS-STATE-TEXT
               END-EVALUATE

               DISPLAY "  PAYABLE " WS-PAYABLE-ID " POLICY "
                   WS-POLICY-ID " " WS-REASON-TEXT " "
                   WS-AMOUNT " HELD " WS-FIRST-HELD " TO "
                   WS-LAST-HELD " (" WS-RUNS-HELD " RUNS) "
                   WS-STATE-TEXT
           END-IF.
