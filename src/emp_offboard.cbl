       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPOFFBOARD.

      *> what an employee's leaving sets off once their emp row is
      *> marked deleted: their sign-on goes first, then everything
      *> they were working is handed to their successor through the
      *> program that owns it - open claims through CLAIMASSIGN,
      *> open complaints through COMPLAINT, applications in review
      *> through UWAUTHORITY, open follow-ups through DIARY, and
      *> their book of business through BOOKTRANSFER. EmployeeRepo
      *> re-parents their direct reports itself, since nothing
      *> outside it writes the emp table, and passes the count in.
      *>
      *> The offboarding report lists what moved and, as REVIEW
      *> lines, everything still pointing at the leaver that has to
      *> be placed by hand - a successor who does not hold the
      *> authority a case needs, a book held for debt or licensing,
      *> or no successor at all.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-SUCCESSOR-ID       PIC 9(9).
       01 WS-CLAIM-ID           PIC 9(9).
       01 WS-COMPLAINT-ID       PIC 9(9).
       01 WS-APPLICATION-ID     PIC 9(9).
       01 WS-EXISTING-COUNT     PIC 9(7).

       01 OPERATORS-DISABLED    PIC 9(7) VALUE 0.
       01 AUTHORITIES-ENDED     PIC 9(7) VALUE 0.
       01 CLAIMS-MOVED          PIC 9(7) VALUE 0.
       01 CLAIMS-LEFT           PIC 9(7) VALUE 0.
       01 COMPLAINTS-MOVED      PIC 9(7) VALUE 0.
       01 COMPLAINTS-LEFT       PIC 9(7) VALUE 0.
       01 APPLICATIONS-MOVED    PIC 9(7) VALUE 0.
       01 APPLICATIONS-LEFT     PIC 9(7) VALUE 0.
       01 DIARY-LEFT            PIC 9(7) VALUE 0.
       01 POLICIES-MOVED        PIC 9(7) VALUE 0.
       01 POLICIES-LEFT         PIC 9(7) VALUE 0.
       01 REPORTS-LEFT          PIC 9(7) VALUE 0.
       01 WRITTEN-APPS-OPEN     PIC 9(7) VALUE 0.
       01 REVIEW-COUNT          PIC 9(7) VALUE 0.

       01 WS-ASSIGN-ACTION      PIC X(01) VALUE "T".
       01 WS-ASSIGN-LIMIT       PIC 9(9)V99 VALUE 0.
       01 WS-ASSIGN-AMOUNT      PIC 9(9)V99 VALUE 0.
       01 WS-ASSIGN-STATUS      PIC X(01).

       01 WS-CMPL-ACTION        PIC X(01) VALUE "O".
       01 WS-CMPL-CUSTOMER-ID   PIC 9(9) VALUE 0.
       01 WS-CMPL-POLICY-ID     PIC 9(9) VALUE 0.
       01 WS-CMPL-SOURCE        PIC X(01) VALUE SPACE.
       01 WS-CMPL-CATEGORY      PIC X(20) VALUE SPACES.
       01 WS-CMPL-CLOSURE-CODE  PIC X(04) VALUE SPACES.
       01 WS-CMPL-CHANNEL       PIC X(01) VALUE SPACE.
       01 WS-CMPL-STATUS        PIC X(01).

       01 WS-AUTH-ACTION        PIC X(01) VALUE "S".
       01 WS-AUTH-MAX-COVERAGE  PIC 9(9)V99 VALUE 0.
       01 WS-AUTH-RISK-CLASSES  PIC X(03) VALUE SPACES.
       01 WS-AUTH-STATUS        PIC X(01).

       01 WS-DIARY-ACTION       PIC X(01) VALUE "R".
       01 WS-DIARY-ID           PIC 9(9) VALUE 0.
       01 WS-DIARY-SUBJECT      PIC X(01) VALUE SPACE.
       01 WS-DIARY-SUBJECT-ID   PIC 9(9) VALUE 0.
       01 WS-DIARY-DUE          PIC X(10) VALUE SPACES.
       01 WS-DIARY-TASK         PIC X(60) VALUE SPACES.
       01 WS-DIARY-STATUS       PIC X(01).

       01 WS-BOOK-AGENCY        PIC 9(9) VALUE 0.
       01 WS-BOOK-FILTER-TYPE   PIC X(20) VALUE SPACES.
       01 WS-BOOK-FILTER-STATUS PIC X(01) VALUE SPACE.
       01 WS-BOOK-STATUS        PIC X(01).

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> claims the leaver was examining that are still being
      *> worked - open, or approved and awaiting settlement.
       EXEC SQL
           DECLARE OFF-CLAIM-CURSOR CURSOR FOR
               SELECT claim_id
               FROM claims
               WHERE examiner_id = :LK-EMP-ID
                   AND claim_status IN ('O', 'A')
               ORDER BY claim_id
       END-EXEC.

       EXEC SQL
           DECLARE OFF-COMPLAINT-CURSOR CURSOR FOR
               SELECT complaint_id
               FROM complaints
               WHERE owner_id = :LK-EMP-ID
                   AND complaint_status = 'O'
               ORDER BY complaint_id
       END-EXEC.

       EXEC SQL
           DECLARE OFF-APPLICATION-CURSOR CURSOR FOR
               SELECT application_id
               FROM applications
               WHERE underwriter_id = :LK-EMP-ID
                   AND app_status IN ('R', 'V')
               ORDER BY application_id
       END-EXEC.

       LINKAGE SECTION.

       01 LK-EMP-ID             PIC 9(9).
      *> who takes the work - the caller resolves it to the named
      *> successor or the leaver's supervisor; zero when there is
      *> nobody on the books to take it, and nothing is moved.
       01 LK-SUCCESSOR-ID       PIC 9(9).
      *> the direct reports EmployeeRepo re-parented.
       01 LK-REPORTS-MOVED      PIC 9(7).
      *> "Y" everything was placed; "N" the report has REVIEW lines.
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-EMP-ID LK-SUCCESSOR-ID
           LK-REPORTS-MOVED LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE
           MOVE LK-SUCCESSOR-ID TO WS-SUCCESSOR-ID

           DISPLAY "=== EMPLOYEE OFFBOARDING ===".
           DISPLAY "EMPLOYEE  : " LK-EMP-ID.

           IF WS-SUCCESSOR-ID > 0
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-EXISTING-COUNT
                   FROM emp
                   WHERE id = :WS-SUCCESSOR-ID
                       AND id <> :LK-EMP-ID
                       AND is_deleted = FALSE
               END-EXEC
               IF SQLCODE NOT = 0 OR WS-EXISTING-COUNT = 0
                   DISPLAY "SUCCESSOR " WS-SUCCESSOR-ID
                       " IS NOT ON THE BOOKS"
                   MOVE 0 TO WS-SUCCESSOR-ID
               END-IF
           END-IF

           IF WS-SUCCESSOR-ID > 0
               DISPLAY "SUCCESSOR : " WS-SUCCESSOR-ID
           ELSE
               DISPLAY "SUCCESSOR : NONE - NOTHING CAN BE MOVED "
                   "AUTOMATICALLY"
           END-IF

           PERFORM DISABLE-THE-SIGN-ON
           PERFORM END-THE-AUTHORITIES

           PERFORM MOVE-OPEN-CLAIMS
           PERFORM MOVE-OPEN-COMPLAINTS
           PERFORM MOVE-OPEN-APPLICATIONS
           PERFORM MOVE-OPEN-DIARY
           PERFORM MOVE-THE-BOOK
           PERFORM COUNT-WHAT-IS-LEFT

           EXEC SQL COMMIT END-EXEC.

           PERFORM PRINT-OFFBOARDING-SUMMARY

           IF REVIEW-COUNT = 0
               SET LK-STATUS-OK TO TRUE
           END-IF

           GOBACK.

      *> the sign-on goes whether or not anyone takes the work - a
      *> departed employee must not be able to reach a console, and
      *> a session they still hold is ended with it.
       DISABLE-THE-SIGN-ON.

           EXEC SQL
               DELETE FROM operator_context
               WHERE operator_id IN
                   (SELECT operator_id FROM operators
                    WHERE emp_id = :LK-EMP-ID)
           END-EXEC

           EXEC SQL
               UPDATE operators
               SET operator_status = 'T'
               WHERE emp_id = :LK-EMP-ID
                   AND operator_status = 'A'
           END-EXEC

           IF SQLCODE = 0
               MOVE SQLERRD(3) TO OPERATORS-DISABLED
           END-IF

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR DISABLING SIGN-ON - "
                   SQL-ERROR-MESSAGE
           END-IF

           DISPLAY "OPERATOR SIGN-ONS DISABLED: " OPERATORS-DISABLED.

      *> round-robin assignment and referral must stop landing new
      *> work on the leaver.
       END-THE-AUTHORITIES.

           EXEC SQL
               UPDATE claim_examiners
               SET examiner_status = 'T'
               WHERE emp_id = :LK-EMP-ID
                   AND examiner_status = 'A'
           END-EXEC

           IF SQLCODE = 0
               ADD SQLERRD(3) TO AUTHORITIES-ENDED
           END-IF

           EXEC SQL
               UPDATE uw_authorities
               SET authority_status = 'T'
               WHERE emp_id = :LK-EMP-ID
                   AND authority_status = 'A'
           END-EXEC

           IF SQLCODE = 0
               ADD SQLERRD(3) TO AUTHORITIES-ENDED
           END-IF.

       MOVE-OPEN-CLAIMS.

           MOVE "N" TO WS-AT-END

           EXEC SQL OPEN OFF-CLAIM-CURSOR END-EXEC

           PERFORM MOVE-ONE-CLAIM
               UNTIL WS-EOF

           EXEC SQL CLOSE OFF-CLAIM-CURSOR END-EXEC.

       MOVE-ONE-CLAIM.

           EXEC SQL
               FETCH OFF-CLAIM-CURSOR INTO :WS-CLAIM-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               MOVE "N" TO WS-ASSIGN-STATUS
               IF WS-SUCCESSOR-ID > 0
                   CALL "CLAIMASSIGN" USING WS-ASSIGN-ACTION
                       WS-CLAIM-ID WS-SUCCESSOR-ID WS-ASSIGN-LIMIT
                       WS-ASSIGN-AMOUNT WS-ASSIGN-STATUS
               END-IF

               IF WS-ASSIGN-STATUS = "Y"
                   ADD 1 TO CLAIMS-MOVED
               ELSE
                   ADD 1 TO CLAIMS-LEFT
                   DISPLAY "REVIEW: CLAIM " WS-CLAIM-ID
                       " NOT MOVED"
               END-IF
           END-IF.

       MOVE-OPEN-COMPLAINTS.

           MOVE "N" TO WS-AT-END

           EXEC SQL OPEN OFF-COMPLAINT-CURSOR END-EXEC

           PERFORM MOVE-ONE-COMPLAINT
               UNTIL WS-EOF

           EXEC SQL CLOSE OFF-COMPLAINT-CURSOR END-EXEC.

       MOVE-ONE-COMPLAINT.

           EXEC SQL
               FETCH OFF-COMPLAINT-CURSOR INTO :WS-COMPLAINT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               MOVE "N" TO WS-CMPL-STATUS
               IF WS-SUCCESSOR-ID > 0
                   CALL "COMPLAINT" USING WS-CMPL-ACTION
                       WS-COMPLAINT-ID WS-CMPL-CUSTOMER-ID
                       WS-CMPL-POLICY-ID WS-CMPL-SOURCE
                       WS-CMPL-CATEGORY WS-SUCCESSOR-ID
                       WS-CMPL-CLOSURE-CODE WS-CMPL-CHANNEL
                       WS-CMPL-STATUS
               END-IF

               IF WS-CMPL-STATUS = "Y"
                   ADD 1 TO COMPLAINTS-MOVED
               ELSE
                   ADD 1 TO COMPLAINTS-LEFT
                   DISPLAY "REVIEW: COMPLAINT " WS-COMPLAINT-ID
                       " NOT MOVED"
               END-IF
           END-IF.

      *> a case only moves to a successor enrolled as an underwriter
      *> - anyone else could not approve it, so it stays for the
      *> desk to place.
       MOVE-OPEN-APPLICATIONS.

           MOVE "N" TO WS-AT-END

           EXEC SQL OPEN OFF-APPLICATION-CURSOR END-EXEC

           PERFORM MOVE-ONE-APPLICATION
               UNTIL WS-EOF

           EXEC SQL CLOSE OFF-APPLICATION-CURSOR END-EXEC.

       MOVE-ONE-APPLICATION.

           EXEC SQL
               FETCH OFF-APPLICATION-CURSOR INTO :WS-APPLICATION-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               MOVE "N" TO WS-AUTH-STATUS
               IF WS-SUCCESSOR-ID > 0
                   CALL "UWAUTHORITY" USING WS-AUTH-ACTION
                       WS-APPLICATION-ID WS-SUCCESSOR-ID
                       WS-AUTH-MAX-COVERAGE WS-AUTH-RISK-CLASSES
                       WS-AUTH-STATUS
               END-IF

               IF WS-AUTH-STATUS = "Y"
                   ADD 1 TO APPLICATIONS-MOVED
               ELSE
                   ADD 1 TO APPLICATIONS-LEFT
                   DISPLAY "REVIEW: APPLICATION " WS-APPLICATION-ID
                       " NOT MOVED"
               END-IF
           END-IF.

      *> whatever follow-ups are still on the leaver's desk once
      *> their cases have taken their own along.
       MOVE-OPEN-DIARY.

           IF WS-SUCCESSOR-ID > 0
               CALL "DIARY" USING WS-DIARY-ACTION WS-DIARY-ID
                   WS-DIARY-SUBJECT WS-DIARY-SUBJECT-ID LK-EMP-ID
                   WS-SUCCESSOR-ID WS-DIARY-DUE WS-DIARY-TASK
                   WS-DIARY-STATUS
           END-IF.

      *> the book goes through BOOKTRANSFER with its debt hold and
      *> licensing checks as they stand; only a leaver with
      *> policies on file has a book to move.
       MOVE-THE-BOOK.

           MOVE 0 TO WS-EXISTING-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTING-COUNT
               FROM policy_master
               WHERE agent_id = :LK-EMP-ID
           END-EXEC

           IF WS-EXISTING-COUNT > 0 AND WS-SUCCESSOR-ID > 0
               CALL "BOOKTRANSFER" USING LK-EMP-ID WS-BOOK-AGENCY
                   WS-SUCCESSOR-ID WS-BOOK-FILTER-TYPE
                   WS-BOOK-FILTER-STATUS POLICIES-MOVED
                   WS-BOOK-STATUS
           END-IF.

      *> what still points at the leaver after every move above -
      *> the REVIEW side of the report.
       COUNT-WHAT-IS-LEFT.

           EXEC SQL
               SELECT COUNT(*) INTO :POLICIES-LEFT
               FROM policy_master
               WHERE agent_id = :LK-EMP-ID
           END-EXEC

           EXEC SQL
               SELECT COUNT(*) INTO :DIARY-LEFT
               FROM diary_entries
               WHERE assignee_emp_id = :LK-EMP-ID
                   AND diary_status = 'O'
           END-EXEC

           EXEC SQL
               SELECT COUNT(*) INTO :REPORTS-LEFT
               FROM emp
               WHERE supervisor_id = :LK-EMP-ID
                   AND is_deleted = FALSE
           END-EXEC

      *>   the agent of record on an application is a commission
      *>   and licensing decision, not a hand-off
           EXEC SQL
               SELECT COUNT(*) INTO :WRITTEN-APPS-OPEN
               FROM applications
               WHERE agent_id = :LK-EMP-ID
                   AND app_status IN ('R', 'V', 'F')
           END-EXEC

           COMPUTE REVIEW-COUNT = CLAIMS-LEFT + COMPLAINTS-LEFT
               + APPLICATIONS-LEFT + DIARY-LEFT + POLICIES-LEFT
               + REPORTS-LEFT + WRITTEN-APPS-OPEN.

       PRINT-OFFBOARDING-SUMMARY.

           DISPLAY "-----------------------------".
           DISPLAY "SIGN-ONS DISABLED        : " OPERATORS-DISABLED.
           DISPLAY "AUTHORITIES WITHDRAWN    : " AUTHORITIES-ENDED.
           DISPLAY "CLAIMS MOVED             : " CLAIMS-MOVED.
           DISPLAY "COMPLAINTS MOVED         : " COMPLAINTS-MOVED.
           DISPLAY "APPLICATIONS MOVED       : " APPLICATIONS-MOVED.
           DISPLAY "POLICIES MOVED           : " POLICIES-MOVED.
           DISPLAY "DIRECT REPORTS MOVED     : " LK-REPORTS-MOVED.

           IF CLAIMS-LEFT > 0
               DISPLAY "REVIEW: " CLAIMS-LEFT
                   " OPEN CLAIMS STILL WITH THE LEAVER"
           END-IF
           IF COMPLAINTS-LEFT > 0
               DISPLAY "REVIEW: " COMPLAINTS-LEFT
                   " OPEN COMPLAINTS STILL WITH THE LEAVER"
           END-IF
           IF APPLICATIONS-LEFT > 0
               DISPLAY "REVIEW: " APPLICATIONS-LEFT
                   " APPLICATIONS IN REVIEW STILL WITH THE LEAVER"
           END-IF
           IF DIARY-LEFT > 0
               DISPLAY "REVIEW: " DIARY-LEFT
                   " OPEN DIARY ENTRIES STILL WITH THE LEAVER"
           END-IF
           IF POLICIES-LEFT > 0
               DISPLAY "REVIEW: " POLICIES-LEFT
                   " POLICIES STILL WRITTEN TO THE LEAVER"
           END-IF
           IF REPORTS-LEFT > 0
               DISPLAY "REVIEW: " REPORTS-LEFT
                   " DIRECT REPORTS STILL REPORT TO THE LEAVER"
           END-IF
           IF WRITTEN-APPS-OPEN > 0
               DISPLAY "REVIEW: " WRITTEN-APPS-OPEN
                   " OPEN APPLICATIONS WRITTEN BY THE LEAVER"
           END-IF

           DISPLAY "ITEMS FOR REVIEW         : " REVIEW-COUNT.
           DISPLAY "=== OFFBOARDING COMPLETE ===".
