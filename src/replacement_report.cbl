       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLCOMPLY.

      *> the replacement compliance report - every replacement
      *> APPREPLACE has recorded on an application that is still
      *> live (open, awaiting funds or issued) whose state paperwork
      *> is not in order: the applicant's replacement notice never
      *> received, or the existing carrier not notified by the due
      *> date the rule gives us. A carrier notice that did go out
      *> but after its due date is listed too - the examiners count
      *> a late notification the same as a missing one.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       01 WS-APPLICATION-ID     PIC 9(9).
       01 WS-APP-STATUS         PIC X(01).
       01 WS-REPLACEMENT-TYPE   PIC X(01).
           88 WS-INTERNAL          VALUE "I".
       01 WS-REPLACED-POLICY-ID PIC 9(9).
       01 WS-CARRIER-NAME       PIC X(60).
       01 WS-RECORDED-DATE      PIC X(10).
       01 WS-DUE-DATE           PIC X(10).
       01 WS-NOTICE-OPEN        PIC 9(3).
       01 WS-CARRIER-OPEN       PIC 9(3).
       01 WS-CARRIER-SENT       PIC X(10).

       01 REPLACEMENT-COUNT     PIC 9(7) VALUE 0.
       01 NOTICE-MISSING-COUNT  PIC 9(7) VALUE 0.
       01 CARRIER-OVERDUE-COUNT PIC 9(7) VALUE 0.
       01 CARRIER-LATE-COUNT    PIC 9(7) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> the forms are UWREQUIREMENT rows on the application, so
      *> what is still open there is what is still missing (the
      *> type column is padded, so it is trimmed to compare). A
      *> declined application's replacement never happened and
      *> drops out.
       EXEC SQL
           DECLARE REPL-CURSOR CURSOR FOR
               SELECT r.application_id, a.app_status,
                   r.replacement_type,
                   COALESCE(r.replaced_policy_id, 0),
                   COALESCE(r.carrier_name, ' '),
                   r.recorded_date, r.carrier_due_date,
                   (SELECT COUNT(*) FROM uw_requirements q
                    WHERE q.application_id = r.application_id
                        AND RTRIM(q.requirement_type) = 'REPL-NOTICE'
                        AND q.req_status = 'O'),
                   (SELECT COUNT(*) FROM uw_requirements q
                    WHERE q.application_id = r.application_id
                        AND RTRIM(q.requirement_type) =
                            'REPL-CARRIER-NOTICE'
                        AND q.req_status = 'O'),
                   COALESCE((SELECT MAX(q.received_date)
                    FROM uw_requirements q
                    WHERE q.application_id = r.application_id
                        AND RTRIM(q.requirement_type) =
                            'REPL-CARRIER-NOTICE'
                        AND q.req_status = 'R'), ' ')
               FROM app_replacements r, applications a
               WHERE r.application_id = a.application_id
                   AND a.app_status IN ('R', 'V', 'F', 'A')
               ORDER BY r.carrier_due_date, r.application_id
       END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY "=== REPLACEMENT COMPLIANCE REPORT ===".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           EXEC SQL OPEN REPL-CURSOR END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR OPENING REPLACEMENT CURSOR - "
                   SQL-ERROR-MESSAGE
           ELSE
               PERFORM CHECK-ONE-REPLACEMENT
                   UNTIL WS-EOF

               EXEC SQL CLOSE REPL-CURSOR END-EXEC
           END-IF

           DISPLAY "-----------------------------".
           DISPLAY "REPLACEMENTS CHECKED    : " REPLACEMENT-COUNT.
           DISPLAY "NOTICE NOT RECEIVED     : " NOTICE-MISSING-COUNT.
           DISPLAY "CARRIER NOTICE OVERDUE  : "
               CARRIER-OVERDUE-COUNT.
           DISPLAY "CARRIER NOTICE LATE     : " CARRIER-LATE-COUNT.
           DISPLAY "=== REPLACEMENT REPORT COMPLETE ===".

           STOP RUN.

       CHECK-ONE-REPLACEMENT.

           EXEC SQL
               FETCH REPL-CURSOR
               INTO :WS-APPLICATION-ID, :WS-APP-STATUS,
                   :WS-REPLACEMENT-TYPE, :WS-REPLACED-POLICY-ID,
                   :WS-CARRIER-NAME, :WS-RECORDED-DATE,
                   :WS-DUE-DATE, :WS-NOTICE-OPEN, :WS-CARRIER-OPEN,
                   :WS-CARRIER-SENT
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO REPLACEMENT-COUNT

               IF WS-NOTICE-OPEN > 0
                   ADD 1 TO NOTICE-MISSING-COUNT
                   PERFORM SHOW-REPLACEMENT
                   DISPLAY "       REPLACEMENT NOTICE NOT RECEIVED "
                       "(RECORDED " WS-RECORDED-DATE ")"
               END-IF

               IF NOT WS-INTERNAL
                   PERFORM CHECK-CARRIER-NOTICE
               END-IF
           END-IF.

      *> string dates compare in date order - overdue is still
      *> open with the due date behind us, late is sent after it.
       CHECK-CARRIER-NOTICE.

           IF WS-CARRIER-OPEN > 0
               AND WS-DUE-DATE < WS-TODAY-DASH
               ADD 1 TO CARRIER-OVERDUE-COUNT
               PERFORM SHOW-REPLACEMENT
               DISPLAY "       CARRIER NOT NOTIFIED - DUE "
                   WS-DUE-DATE
           END-IF

           IF WS-CARRIER-OPEN = 0
               AND WS-CARRIER-SENT NOT = SPACES
               AND WS-CARRIER-SENT > WS-DUE-DATE
               ADD 1 TO CARRIER-LATE-COUNT
               PERFORM SHOW-REPLACEMENT
               DISPLAY "       CARRIER NOTIFIED LATE " WS-CARRIER-SENT
                   " - DUE " WS-DUE-DATE
           END-IF.

       SHOW-REPLACEMENT.

           IF WS-INTERNAL
               DISPLAY "  APPLICATION " WS-APPLICATION-ID
                   " STATUS " WS-APP-STATUS
                   " REPLACES POLICY " WS-REPLACED-POLICY-ID
           ELSE
               DISPLAY "  APPLICATION " WS-APPLICATION-ID
                   " STATUS " WS-APP-STATUS
                   " REPLACES " WS-CARRIER-NAME(1:30)
           END-IF.
