       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGALHOLDRPT.

      *> the monthly legal hold report for the legal department:
      *> every hold in force at the end of the period with its
      *> matter and counsel, then everything the holds stopped in
      *> the period - which program, what it was trying to do, and
      *> to which record - as LEGALHOLDCHK logged it.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-HOLD-ID            PIC 9(9).
       01 WS-SCOPE              PIC X(01).
       01 WS-TARGET-ID          PIC 9(9).
       01 WS-MATTER             PIC X(40).
       01 WS-COUNSEL            PIC X(60).
       01 WS-FROM-DATE          PIC X(10).
       01 WS-TO-DATE            PIC X(10).
       01 WS-BLOCK-COUNT        PIC 9(7).

       01 WS-BLOCK-DATE         PIC X(10).
       01 WS-PROGRAM-NAME       PIC X(20).
       01 WS-ACTION-TEXT        PIC X(20).
       01 WS-POLICY-ID          PIC 9(9).
       01 WS-CLAIM-ID           PIC 9(9).
       01 WS-CUSTOMER-ID        PIC 9(9).

       01 HOLD-COUNT            PIC 9(7) VALUE 0.
       01 BLOCK-COUNT           PIC 9(7) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> in force at period end: placed by then, not released by
      *> then, and its date range still running. The count beside
      *> each is what it stopped in the period.
       EXEC SQL
           DECLARE REPORT-HOLD-CURSOR CURSOR FOR
               SELECT h.hold_id, h.scope_type, h.target_id,
                   h.matter, h.counsel, h.from_date,
                   COALESCE(h.to_date, ' '),
                   (SELECT COUNT(*) FROM legal_hold_blocks b
                    WHERE b.hold_id = h.hold_id
                        AND b.block_date BETWEEN :LK-PERIOD-START
                            AND :LK-PERIOD-END)
               FROM legal_holds h
               WHERE h.placed_date <= :LK-PERIOD-END
                   AND (h.hold_status = 'A'
                       OR h.released_date > :LK-PERIOD-END)
                   AND (h.to_date IS NULL
                       OR h.to_date >= :LK-PERIOD-END)
               ORDER BY h.hold_id
       END-EXEC.

       EXEC SQL
           DECLARE REPORT-BLOCK-CURSOR CURSOR FOR
               SELECT hold_id, block_date, program_name,
                   action_text, policy_id, claim_id, customer_id
               FROM legal_hold_blocks
               WHERE block_date BETWEEN :LK-PERIOD-START
                   AND :LK-PERIOD-END
               ORDER BY hold_id, block_date
       END-EXEC.

       LINKAGE SECTION.

       01 LK-PERIOD-START       PIC X(10).
       01 LK-PERIOD-END         PIC X(10).

       PROCEDURE DIVISION USING LK-PERIOD-START LK-PERIOD-END.

           DISPLAY "=== MONTHLY LEGAL HOLD REPORT ===".
           DISPLAY "PERIOD: " LK-PERIOD-START " TO "
               LK-PERIOD-END.

           DISPLAY "--- HOLDS IN FORCE ---".

           MOVE "N" TO WS-AT-END

           EXEC SQL OPEN REPORT-HOLD-CURSOR END-EXEC.

           PERFORM REPORT-ONE-HOLD
               UNTIL WS-EOF

           EXEC SQL CLOSE REPORT-HOLD-CURSOR END-EXEC.

           DISPLAY "--- ACTIONS BLOCKED ---".

           MOVE "N" TO WS-AT-END

           EXEC SQL OPEN REPORT-BLOCK-CURSOR END-EXEC.

           PERFORM REPORT-ONE-BLOCK
               UNTIL WS-EOF

           EXEC SQL CLOSE REPORT-BLOCK-CURSOR END-EXEC.

           DISPLAY "HOLDS IN FORCE : " HOLD-COUNT.
           DISPLAY "ACTIONS BLOCKED: " BLOCK-COUNT.
           DISPLAY "=== END OF LEGAL HOLD REPORT ===".

           GOBACK.

       REPORT-ONE-HOLD.

           EXEC SQL
               FETCH REPORT-HOLD-CURSOR
               INTO :WS-HOLD-ID, :WS-SCOPE, :WS-TARGET-ID,
                   :WS-MATTER, :WS-COUNSEL, :WS-FROM-DATE,
                   :WS-TO-DATE, :WS-BLOCK-COUNT
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO HOLD-COUNT
               DISPLAY "  HOLD " WS-HOLD-ID " " WS-SCOPE " "
                   WS-TARGET-ID " " WS-FROM-DATE " TO " WS-TO-DATE
                   " BLOCKED " WS-BLOCK-COUNT
               DISPLAY "    " WS-MATTER " - " WS-COUNSEL
           END-IF.

       REPORT-ONE-BLOCK.

           EXEC SQL
               FETCH REPORT-BLOCK-CURSOR
               INTO :WS-HOLD-ID, :WS-BLOCK-DATE, :WS-PROGRAM-NAME,
                   :WS-ACTION-TEXT, :WS-POLICY-ID, :WS-CLAIM-ID,
                   :WS-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO BLOCK-COUNT
               DISPLAY "  HOLD " WS-HOLD-ID " " WS-BLOCK-DATE " "
                   WS-PROGRAM-NAME " " WS-ACTION-TEXT
                   " POLICY " WS-POLICY-ID " CLAIM " WS-CLAIM-ID
                   " CUSTOMER " WS-CUSTOMER-ID
           END-IF.
