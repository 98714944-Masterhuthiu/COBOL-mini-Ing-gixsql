       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIARYWORK.

      *> each person's diary for the day - every open follow-up due
      *> today or already past due, grouped by the employee it sits
      *> with, oldest due first, so the day starts from the list
      *> instead of the sticky notes. DIARY_EMP_ID in the
      *> environment prints one person's list only; entries on a
      *> case nobody has picked up yet come last, as UNASSIGNED.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       01 WS-EMP-TEXT           PIC X(09).
       01 WS-ONLY-EMP-ID        PIC 9(9) VALUE 0.

       01 WS-DIARY-ID           PIC 9(9).
       01 WS-SUBJECT-TYPE       PIC X(01).
       01 WS-SUBJECT-ID         PIC 9(9).
       01 WS-ASSIGNEE-ID        PIC 9(9).
       01 WS-DUE-DATE           PIC X(10).
       01 WS-TASK               PIC X(60).
       01 WS-LAST-ASSIGNEE-ID   PIC 9(9).
       01 WS-SUBJECT-TEXT       PIC X(11).
       01 WS-DUE-FLAG           PIC X(07).

       01 WS-EMP-NAME           PIC X(100).
       01 WS-MASKED-NAME        PIC X(100).

       01 ENTRY-COUNT           PIC 9(7) VALUE 0.
       01 OVERDUE-COUNT         PIC 9(7) VALUE 0.
       01 PERSON-COUNT          PIC 9(5) VALUE 0.

       01 WS-FIRST-LINE         PIC X(01) VALUE "Y".
           88 FIRST-LINE            VALUE "Y".

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> the unassigned sort after every named desk.
       EXEC SQL
           DECLARE WORKLIST-CURSOR CURSOR FOR
               SELECT diary_id, subject_type, subject_id,
                   COALESCE(assignee_emp_id, 0), due_date, task
               FROM diary_entries
               WHERE diary_status = 'O'
                   AND due_date <= :WS-TODAY-DASH
                   AND (:WS-ONLY-EMP-ID = 0
                       OR assignee_emp_id = :WS-ONLY-EMP-ID)
               ORDER BY
                   CASE WHEN COALESCE(assignee_emp_id, 0) = 0
                       THEN 1 ELSE 0 END,
                   assignee_emp_id, due_date, diary_id
       END-EXEC.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           MOVE SPACES TO WS-EMP-TEXT
           ACCEPT WS-EMP-TEXT FROM ENVIRONMENT "DIARY_EMP_ID"

           IF WS-EMP-TEXT IS NUMERIC
               MOVE WS-EMP-TEXT TO WS-ONLY-EMP-ID
           END-IF

           DISPLAY "=== DIARY WORKLIST FOR " WS-TODAY-DASH " ===".

           EXEC SQL OPEN WORKLIST-CURSOR END-EXEC.

           PERFORM LIST-ONE-ENTRY
               UNTIL WS-EOF

           EXEC SQL CLOSE WORKLIST-CURSOR END-EXEC.

           DISPLAY "-----------------------------".
           DISPLAY "PEOPLE WITH WORK : " PERSON-COUNT.
           DISPLAY "ENTRIES DUE      : " ENTRY-COUNT.
           DISPLAY "OF WHICH OVERDUE : " OVERDUE-COUNT.
           DISPLAY "=== END OF WORKLIST ===".

           STOP RUN.

       LIST-ONE-ENTRY.

           EXEC SQL
               FETCH WORKLIST-CURSOR
               INTO :WS-DIARY-ID, :WS-SUBJECT-TYPE, :WS-SUBJECT-ID,
                   :WS-ASSIGNEE-ID, :WS-DUE-DATE, :WS-TASK
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               IF FIRST-LINE
                   OR WS-ASSIGNEE-ID NOT = WS-LAST-ASSIGNEE-ID
                   PERFORM SHOW-PERSON-HEADING
               END-IF

               ADD 1 TO ENTRY-COUNT

               IF WS-DUE-DATE < WS-TODAY-DASH
                   ADD 1 TO OVERDUE-COUNT
                   MOVE "OVERDUE" TO WS-DUE-FLAG
               ELSE
                   MOVE "TODAY" TO WS-DUE-FLAG
               END-IF

               EVALUATE WS-SUBJECT-TYPE
                   WHEN "L"
                       MOVE "CLAIM" TO WS-SUBJECT-TEXT
                   WHEN "A"
                       MOVE "APPLICATION" TO WS-SUBJECT-TEXT
                   WHEN "P"
                       MOVE "COMPLAINT" TO WS-SUBJECT-TEXT
                   WHEN OTHER
                       MOVE "CUSTOMER" TO WS-SUBJECT-TEXT
               END-EVALUATE

               DISPLAY "  " WS-DUE-DATE " " WS-DUE-FLAG " DIARY "
                   WS-DIARY-ID " " WS-SUBJECT-TEXT " "
                   WS-SUBJECT-ID
               DISPLAY "      " WS-TASK
           END-IF.

       SHOW-PERSON-HEADING.

           MOVE "N" TO WS-FIRST-LINE
           MOVE WS-ASSIGNEE-ID TO WS-LAST-ASSIGNEE-ID
           ADD 1 TO PERSON-COUNT

           IF WS-ASSIGNEE-ID = 0
               DISPLAY "UNASSIGNED"
           ELSE
               CALL "AGENTNAME" USING WS-ASSIGNEE-ID WS-EMP-NAME
               CALL "MASKPII" USING WS-EMP-NAME WS-MASKED-NAME
               DISPLAY "EMPLOYEE " WS-ASSIGNEE-ID " "
                   WS-MASKED-NAME(1:30)
           END-IF.
