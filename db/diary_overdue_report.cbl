       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIARYOVERDUE.

      *> the follow-ups that slipped, for the people who answer for
      *> them: every open diary entry past its due date, grouped
      *> under the assignee's supervisor off the emp row, with how
      *> many days late it is - so each supervisor sees whose desk
      *> is behind. Unassigned entries and desks with no supervisor
      *> recorded come under NO SUPERVISOR.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-JULIAN       PIC 9(7).
       01 WS-TODAY-DASH         PIC X(10).
       01 WS-DUE-8              PIC 9(8).
       01 WS-DAYS-LATE          PIC 9(5).

       01 WS-SUPERVISOR-ID      PIC 9(9).
       01 WS-LAST-SUPERVISOR-ID PIC 9(9).
       01 WS-ASSIGNEE-ID        PIC 9(9).
       01 WS-DIARY-ID           PIC 9(9).
       01 WS-SUBJECT-TYPE       PIC X(01).
       01 WS-SUBJECT-ID         PIC 9(9).
       01 WS-DUE-DATE           PIC X(10).
       01 WS-TASK               PIC X(60).

       01 WS-EMP-NAME           PIC X(100).
       01 WS-MASKED-NAME        PIC X(100).

       01 SUPERVISOR-COUNT      PIC 9(5) VALUE 0.
       01 OVERDUE-COUNT         PIC 9(7) VALUE 0.
       01 SUPERVISOR-OVERDUE    PIC 9(7) VALUE 0.

       01 WS-FIRST-LINE         PIC X(01) VALUE "Y".
           88 FIRST-LINE            VALUE "Y".

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

       EXEC SQL
           DECLARE OVERDUE-CURSOR CURSOR FOR
               SELECT COALESCE(e.supervisor_id, 0),
                   COALESCE(d.assignee_emp_id, 0), d.diary_id,
                   d.subject_type, d.subject_id, d.due_date, d.task
               FROM diary_entries d
                   LEFT JOIN emp e
                       ON e.id = d.assignee_emp_id
               WHERE d.diary_status = 'O'
                   AND d.due_date < :WS-TODAY-DASH
               ORDER BY
                   CASE WHEN COALESCE(e.supervisor_id, 0) = 0
                       THEN 1 ELSE 0 END,
                   e.supervisor_id, d.assignee_emp_id, d.due_date,
                   d.diary_id
       END-EXEC.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           COMPUTE WS-TODAY-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-8)
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           DISPLAY "=== OVERDUE DIARY BY SUPERVISOR ===".
           DISPLAY "AS OF: " WS-TODAY-DASH.

           EXEC SQL OPEN OVERDUE-CURSOR END-EXEC.

           PERFORM REPORT-ONE-OVERDUE
               UNTIL WS-EOF

           EXEC SQL CLOSE OVERDUE-CURSOR END-EXEC.

           IF NOT FIRST-LINE
               DISPLAY "    OVERDUE FOR THIS SUPERVISOR: "
                   SUPERVISOR-OVERDUE
           END-IF

           DISPLAY "-----------------------------".
           DISPLAY "SUPERVISORS      : " SUPERVISOR-COUNT.
           DISPLAY "OVERDUE ENTRIES  : " OVERDUE-COUNT.
           DISPLAY "=== END OF OVERDUE DIARY ===".

           STOP RUN.

       REPORT-ONE-OVERDUE.

           EXEC SQL
               FETCH OVERDUE-CURSOR
               INTO :WS-SUPERVISOR-ID, :WS-ASSIGNEE-ID,
                   :WS-DIARY-ID, :WS-SUBJECT-TYPE, :WS-SUBJECT-ID,
                   :WS-DUE-DATE, :WS-TASK
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               IF FIRST-LINE
                   OR WS-SUPERVISOR-ID NOT = WS-LAST-SUPERVISOR-ID
                   PERFORM SHOW-SUPERVISOR-HEADING
               END-IF

               ADD 1 TO OVERDUE-COUNT
               ADD 1 TO SUPERVISOR-OVERDUE

               MOVE WS-DUE-DATE(1:4) TO WS-DUE-8(1:4)
               MOVE WS-DUE-DATE(6:2) TO WS-DUE-8(5:2)
               MOVE WS-DUE-DATE(9:2) TO WS-DUE-8(7:2)
               COMPUTE WS-DAYS-LATE = WS-TODAY-JULIAN
                   - FUNCTION INTEGER-OF-DATE (WS-DUE-8)

               DISPLAY "  EMPLOYEE " WS-ASSIGNEE-ID " DIARY "
                   WS-DIARY-ID " " WS-SUBJECT-TYPE " "
                   WS-SUBJECT-ID " DUE " WS-DUE-DATE " "
                   WS-DAYS-LATE " DAYS LATE"
               DISPLAY "      " WS-TASK
           END-IF.

       SHOW-SUPERVISOR-HEADING.

           IF NOT FIRST-LINE
               DISPLAY "    OVERDUE FOR THIS SUPERVISOR: "
                   SUPERVISOR-OVERDUE
           END-IF

           MOVE "N" TO WS-FIRST-LINE
           MOVE WS-SUPERVISOR-ID TO WS-LAST-SUPERVISOR-ID
           MOVE 0 TO SUPERVISOR-OVERDUE
           ADD 1 TO SUPERVISOR-COUNT

           IF WS-SUPERVISOR-ID = 0
               DISPLAY "NO SUPERVISOR"
           ELSE
               CALL "AGENTNAME" USING WS-SUPERVISOR-ID WS-EMP-NAME
               CALL "MASKPII" USING WS-EMP-NAME WS-MASKED-NAME
               DISPLAY "SUPERVISOR " WS-SUPERVISOR-ID " "
                   WS-MASKED-NAME(1:30)
           END-IF.
