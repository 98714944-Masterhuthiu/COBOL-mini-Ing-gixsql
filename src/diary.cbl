       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIARY.

      *> the work diary that replaces the sticky notes: a follow-up
      *> with a due date, a short task and the emp row it belongs
      *> to, hung on the claim, application, complaint or customer
      *> it is about - call the attending physician back Thursday,
      *> re-review the complaint before the deadline. Operators
      *> write entries from the console; CLAIMASSIGN, UWREQUIREMENT
      *> and COMPLAINT write their own at the steps that always
      *> need a follow-up. When a case changes hands its open
      *> entries go with it, and when an employee's desk moves the
      *> whole diary moves in one step. DIARYWORK prints each
      *> person's day, DIARYOVERDUE what slipped, by supervisor.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).
       01 WS-DUE-8              PIC 9(8).

       01 WS-SUBJECT-COUNT      PIC 9(7).
       01 WS-EMP-COUNT          PIC 9(7).
       01 WS-ASSIGNEE-ID        PIC 9(9).
       01 WS-OPERATOR-ID        PIC 9(9).
       01 WS-MOVED-COUNT        PIC 9(7).

       01 WS-DATE-STATUS        PIC X(01).
           88 DUE-DATE-VALID       VALUE "Y".
           88 DUE-DATE-INVALID     VALUE "N".

       LINKAGE SECTION.

      *> "A" adds an entry, "D" marks one done, "R" reassigns open
      *> entries to LK-TO-EMP-ID - those on one case when a subject
      *> is given, otherwise everything open on LK-EMP-ID's desk.
       01 LK-ACTION             PIC X(01).
           88 LK-ADD               VALUE "A".
           88 LK-DONE              VALUE "D".
           88 LK-REASSIGN          VALUE "R".
       01 LK-DIARY-ID           PIC 9(9).
      *> what the entry hangs on - "L" a claim, "A" an underwriting
      *> application, "P" a complaint, "C" a customer.
       01 LK-SUBJECT-TYPE       PIC X(01).
           88 SUBJECT-CLAIM        VALUE "L".
           88 SUBJECT-APPLICATION  VALUE "A".
           88 SUBJECT-COMPLAINT    VALUE "P".
           88 SUBJECT-CUSTOMER     VALUE "C".
       01 LK-SUBJECT-ID         PIC 9(9).
      *> the assignee on "A" - zero takes whoever the case already
      *> sits with (the examiner, underwriter or complaint owner).
       01 LK-EMP-ID             PIC 9(9).
       01 LK-TO-EMP-ID          PIC 9(9).
       01 LK-DUE-DATE           PIC X(10).
       01 LK-TASK               PIC X(60).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-DIARY-ID
           LK-SUBJECT-TYPE LK-SUBJECT-ID LK-EMP-ID LK-TO-EMP-ID
           LK-DUE-DATE LK-TASK LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           EVALUATE TRUE
               WHEN LK-ADD
                   PERFORM ADD-DIARY-ENTRY
               WHEN LK-DONE
                   PERFORM COMPLETE-DIARY-ENTRY
               WHEN LK-REASSIGN
                   PERFORM REASSIGN-DIARY-ENTRIES
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN DIARY ACTION " LK-ACTION
           END-EVALUATE.

           GOBACK.

       ADD-DIARY-ENTRY.

           PERFORM CHECK-THE-SUBJECT
           PERFORM CHECK-THE-DUE-DATE

           MOVE LK-EMP-ID TO WS-ASSIGNEE-ID
           IF WS-ASSIGNEE-ID = 0 AND WS-SUBJECT-COUNT > 0
               PERFORM DEFAULT-THE-ASSIGNEE
           END-IF

           MOVE 1 TO WS-EMP-COUNT
           IF WS-ASSIGNEE-ID > 0
               PERFORM COUNT-LIVE-ASSIGNEE
           END-IF

           EVALUATE TRUE
               WHEN WS-SUBJECT-COUNT = 0
                   DISPLAY "ERROR: " LK-SUBJECT-TYPE " "
                       LK-SUBJECT-ID " NOT ON FILE - NO DIARY "
                       "ENTRY"
               WHEN DUE-DATE-INVALID
                   DISPLAY "ERROR: DUE DATE " LK-DUE-DATE
                       " IS NOT A YYYY-MM-DD DATE"
               WHEN LK-TASK = SPACES
                   DISPLAY "ERROR: DIARY TASK IS BLANK"
               WHEN WS-EMP-COUNT = 0
                   DISPLAY "ERROR: EMPLOYEE " WS-ASSIGNEE-ID
                       " IS NOT ON THE BOOKS"
               WHEN OTHER
                   PERFORM STORE-DIARY-ENTRY
           END-EVALUATE.

      *> the thing the entry is about has to exist - an entry on a
      *> mistyped claim number would never surface on anybody's
      *> case.
       CHECK-THE-SUBJECT.

           MOVE 0 TO WS-SUBJECT-COUNT

           EVALUATE TRUE
               WHEN SUBJECT-CLAIM
                   EXEC SQL
                       SELECT COUNT(*) INTO :WS-SUBJECT-COUNT
                       FROM claims
                       WHERE claim_id = :LK-SUBJECT-ID
                   END-EXEC
               WHEN SUBJECT-APPLICATION
                   EXEC SQL
                       SELECT COUNT(*) INTO :WS-SUBJECT-COUNT
                       FROM applications
                       WHERE application_id = :LK-SUBJECT-ID
                   END-EXEC
               WHEN SUBJECT-COMPLAINT
                   EXEC SQL
                       SELECT COUNT(*) INTO :WS-SUBJECT-COUNT
                       FROM complaints
                       WHERE complaint_id = :LK-SUBJECT-ID
                   END-EXEC
               WHEN SUBJECT-CUSTOMER
                   EXEC SQL
                       SELECT COUNT(*) INTO :WS-SUBJECT-COUNT
                       FROM customers
                       WHERE customer_id = :LK-SUBJECT-ID
                   END-EXEC
           END-EVALUATE

           IF SQLCODE NOT = 0
               MOVE 0 TO WS-SUBJECT-COUNT
           END-IF.

       CHECK-THE-DUE-DATE.

           SET DUE-DATE-INVALID TO TRUE

           IF LK-DUE-DATE(1:4) IS NUMERIC
               AND LK-DUE-DATE(5:1) = "-"
               AND LK-DUE-DATE(6:2) IS NUMERIC
               AND LK-DUE-DATE(8:1) = "-"
               AND LK-DUE-DATE(9:2) IS NUMERIC
               MOVE LK-DUE-DATE(1:4) TO WS-DUE-8(1:4)
               MOVE LK-DUE-DATE(6:2) TO WS-DUE-8(5:2)
               MOVE LK-DUE-DATE(9:2) TO WS-DUE-8(7:2)
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DUE-8) = 0
                   SET DUE-DATE-VALID TO TRUE
               END-IF
           END-IF.

      *> nobody named - the entry goes to whoever is working the
      *> case now. A case nobody has picked up yet leaves the entry
      *> unassigned, and it follows the case when somebody does.
       DEFAULT-THE-ASSIGNEE.

           EVALUATE TRUE
               WHEN SUBJECT-CLAIM
                   EXEC SQL
                       SELECT COALESCE(MAX(examiner_id), 0)
                       INTO :WS-ASSIGNEE-ID
                       FROM claims
                       WHERE claim_id = :LK-SUBJECT-ID
                   END-EXEC
               WHEN SUBJECT-APPLICATION
                   EXEC SQL
                       SELECT COALESCE(MAX(underwriter_id), 0)
                       INTO :WS-ASSIGNEE-ID
                       FROM applications
                       WHERE application_id = :LK-SUBJECT-ID
                   END-EXEC
               WHEN SUBJECT-COMPLAINT
                   EXEC SQL
                       SELECT COALESCE(MAX(owner_id), 0)
                       INTO :WS-ASSIGNEE-ID
                       FROM complaints
                       WHERE complaint_id = :LK-SUBJECT-ID
                   END-EXEC
           END-EVALUATE

           IF SQLCODE NOT = 0
               MOVE 0 TO WS-ASSIGNEE-ID
           END-IF.

      *> only a live emp row can carry a diary - the same on-the-
      *> books check CLAIMASSIGN applies to examiners.
       COUNT-LIVE-ASSIGNEE.

           EXEC SQL
               SELECT COUNT(*) INTO :WS-EMP-COUNT
               FROM emp
               WHERE id = :WS-ASSIGNEE-ID
                   AND is_deleted = FALSE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 0 TO WS-EMP-COUNT
           END-IF.

       STORE-DIARY-ENTRY.

           MOVE 0 TO WS-OPERATOR-ID

           EXEC SQL
               SELECT COALESCE(MAX(operator_id), 0)
               INTO :WS-OPERATOR-ID
               FROM operator_context
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 0 TO WS-OPERATOR-ID
           END-IF

           EXEC SQL
               INSERT INTO diary_entries
               (subject_type, subject_id, assignee_emp_id, due_date,
                   task, created_by, created_date, diary_status)
               VALUES
               (:LK-SUBJECT-TYPE, :LK-SUBJECT-ID, :WS-ASSIGNEE-ID,
                   :LK-DUE-DATE, :LK-TASK, :WS-OPERATOR-ID,
                   :WS-TODAY-DASH, 'O')
               RETURNING diary_id INTO :LK-DIARY-ID
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "DIARY " LK-DIARY-ID " ON " LK-SUBJECT-TYPE
                   " " LK-SUBJECT-ID " FOR EMPLOYEE " WS-ASSIGNEE-ID
                   " DUE " LK-DUE-DATE
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR STORING DIARY ENTRY - "
                   SQL-ERROR-MESSAGE
           END-IF.

       COMPLETE-DIARY-ENTRY.

           EXEC SQL
               UPDATE diary_entries
               SET diary_status = 'D',
                   done_date = :WS-TODAY-DASH
               WHERE diary_id = :LK-DIARY-ID
                   AND diary_status = 'O'
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
               DISPLAY "DIARY " LK-DIARY-ID " DONE"
               SET LK-STATUS-OK TO TRUE
           ELSE
               DISPLAY "ERROR: DIARY " LK-DIARY-ID " IS NOT OPEN"
           END-IF.

      *> the open entries move to the new desk; entries already done
      *> stay with whoever did them.
       REASSIGN-DIARY-ENTRIES.

           MOVE LK-TO-EMP-ID TO WS-ASSIGNEE-ID
           PERFORM COUNT-LIVE-ASSIGNEE

           EVALUATE TRUE
               WHEN WS-EMP-COUNT = 0
                   DISPLAY "ERROR: EMPLOYEE " LK-TO-EMP-ID
                       " IS NOT ON THE BOOKS, NOTHING REASSIGNED"
               WHEN LK-SUBJECT-ID > 0
                   PERFORM MOVE-CASE-ENTRIES
               WHEN LK-EMP-ID = 0
                   DISPLAY "ERROR: NO CASE OR EMPLOYEE TO "
                       "REASSIGN FROM"
               WHEN OTHER
                   PERFORM MOVE-DESK-ENTRIES
           END-EVALUATE.

       MOVE-CASE-ENTRIES.

           EXEC SQL
               UPDATE diary_entries
               SET assignee_emp_id = :LK-TO-EMP-ID
               WHERE subject_type = :LK-SUBJECT-TYPE
                   AND subject_id = :LK-SUBJECT-ID
                   AND diary_status = 'O'
           END-EXEC

           PERFORM SHOW-REASSIGNED.

       MOVE-DESK-ENTRIES.

           EXEC SQL
               UPDATE diary_entries
               SET assignee_emp_id = :LK-TO-EMP-ID
               WHERE assignee_emp_id = :LK-EMP-ID
                   AND diary_status = 'O'
           END-EXEC

           PERFORM SHOW-REASSIGNED.

       SHOW-REASSIGNED.

           IF SQLCODE = 0 OR SQLCODE = 100
               MOVE 0 TO WS-MOVED-COUNT
               IF SQLCODE = 0
                   MOVE SQLERRD(3) TO WS-MOVED-COUNT
               END-IF
               DISPLAY WS-MOVED-COUNT " OPEN DIARY ENTRIES "
                   "REASSIGNED TO EMPLOYEE " LK-TO-EMP-ID
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR REASSIGNING DIARY - "
                   SQL-ERROR-MESSAGE
           END-IF.
