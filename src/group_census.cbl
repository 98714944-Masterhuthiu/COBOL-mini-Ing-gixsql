       IDENTIFICATION DIVISION.
       PROGRAM-ID. GROUPCENSUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the employers' enrollment (census) file, one employee
      *> change per line, comma-delimited - "groupid,action,
      *> employeeid,name,dateofbirth,plancode,effectivedate" -
      *> action "A" enrolls, "C" changes, "T" terminates. Same
      *> file-driven shape as NEWBUSINTAKE.
           SELECT CENSUS-INPUT-FILE ASSIGN TO "GROUP_CENSUS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENSUS-INPUT-STATUS.

           SELECT CENSUS-REJECT-FILE
               ASSIGN TO "GROUP_CENSUS_REJECTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENSUS-REJECT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CENSUS-INPUT-FILE.
       01  CENSUS-INPUT-RECORD   PIC X(200).

       FD  CENSUS-REJECT-FILE.
       01  CENSUS-REJECT-RECORD  PIC X(250).

      *> certificate coverage for each employee under an employer
      *> group. An add opens a certificate at the plan option's
      *> rate; a change of name or birth date corrects the
      *> certificate in place, but a change of plan closes it the
      *> day before the change and opens a new one, so the group
      *> bill can charge each month at the rate that applied. A
      *> termination's date is the last day covered. Adds and
      *> terminations keyed late are expected - the group bill's
      *> retro pass picks them up - but not more than the retro
      *> window back.
       WORKING-STORAGE SECTION.

       COPY "../copy/group.cpy".

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

      *> how far back an add, change or termination may be dated
      *> before it has to go to the group desk instead of the file.
       01 RETRO-LIMIT-DAYS        PIC 9(3) VALUE 90.

       01 WS-CENSUS-INPUT-STATUS  PIC X(02).
           88 CENSUS-INPUT-OK         VALUE "00".
           88 CENSUS-INPUT-NOT-FOUND  VALUE "35".

       01 WS-CENSUS-REJECT-STATUS PIC X(02).
           88 CENSUS-REJECT-OK        VALUE "00".

       01 WS-IN-GROUP-ID          PIC X(09).
       01 WS-IN-ACTION            PIC X(01).
           88 CENSUS-ADD              VALUE "A".
           88 CENSUS-CHANGE           VALUE "C".
           88 CENSUS-TERMINATE        VALUE "T".
       01 WS-IN-EMPLOYEE-ID       PIC X(12).
       01 WS-IN-NAME              PIC X(100).
       01 WS-IN-DATE-OF-BIRTH     PIC X(10).
       01 WS-IN-PLAN-CODE         PIC X(10).
       01 WS-IN-EFFECTIVE-DATE    PIC X(10).

       01 WS-FAIL-REASON          PIC X(40).
       01 WS-EXISTING-COUNT       PIC 9(7).

       01 WS-CURRENT-PLAN-CODE    PIC X(10).
       01 WS-CLOSE-DATE           PIC X(10).

       01 WS-EFFECTIVE-8          PIC 9(8).
       01 WS-EFFECTIVE-JULIAN     PIC 9(7).
       01 WS-CLOSE-8              PIC 9(8).
       01 WS-CLOSE-JULIAN         PIC 9(7).
       01 WS-TODAY-8              PIC 9(8).
       01 WS-TODAY-JULIAN         PIC 9(7).

       01 WS-PARSE-STATUS         PIC X(01).
           88 PARSE-OK                VALUE "Y".
           88 PARSE-FAILED            VALUE "N".

       01 RECORD-COUNT            PIC 9(7) VALUE 0.
       01 ADDED-COUNT             PIC 9(7) VALUE 0.
       01 CHANGED-COUNT           PIC 9(7) VALUE 0.
       01 TERMINATED-COUNT        PIC 9(7) VALUE 0.
       01 REJECTED-COUNT          PIC 9(7) VALUE 0.

       01 WS-AT-END               PIC X(01) VALUE "N".
           88 WS-EOF                  VALUE "Y".

       PROCEDURE DIVISION.

           DISPLAY "=== GROUP CENSUS INTAKE ===".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           COMPUTE WS-TODAY-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-8)

           OPEN INPUT CENSUS-INPUT-FILE

           IF CENSUS-INPUT-NOT-FOUND
               DISPLAY "NO CENSUS FILE - NOTHING TO ENROLL"
           ELSE
               OPEN OUTPUT CENSUS-REJECT-FILE

               PERFORM READ-AND-APPLY-CENSUS
                   UNTIL WS-EOF

               CLOSE CENSUS-INPUT-FILE
               CLOSE CENSUS-REJECT-FILE

               EXEC SQL COMMIT END-EXEC
           END-IF.

           DISPLAY "RECORDS READ       : " RECORD-COUNT.
           DISPLAY "CERTIFICATES ADDED : " ADDED-COUNT.
           DISPLAY "CERTIFICATES CHANGED: " CHANGED-COUNT.
           DISPLAY "CERTIFICATES ENDED : " TERMINATED-COUNT.
           DISPLAY "RECORDS REJECTED   : " REJECTED-COUNT.
           DISPLAY "=== GROUP CENSUS INTAKE COMPLETE ===".

           STOP RUN.

       READ-AND-APPLY-CENSUS.

           READ CENSUS-INPUT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORD-COUNT
                   PERFORM PARSE-ONE-CENSUS-LINE
                   IF PARSE-OK
                       PERFORM CHECK-THE-GROUP
                   END-IF
                   IF PARSE-OK
                       EVALUATE TRUE
                           WHEN CENSUS-ADD
                               PERFORM ENROLL-ONE-EMPLOYEE
                           WHEN CENSUS-CHANGE
                               PERFORM CHANGE-ONE-EMPLOYEE
                           WHEN OTHER
                               PERFORM TERMINATE-ONE-EMPLOYEE
                       END-EVALUATE
                   END-IF
                   IF PARSE-FAILED
                       PERFORM REJECT-ONE-RECORD
                   END-IF
           END-READ.

       PARSE-ONE-CENSUS-LINE.

           SET PARSE-OK TO TRUE
           MOVE SPACES TO WS-FAIL-REASON
           MOVE SPACES TO WS-IN-GROUP-ID
           MOVE SPACES TO WS-IN-ACTION
           MOVE SPACES TO WS-IN-EMPLOYEE-ID
           MOVE SPACES TO WS-IN-NAME
           MOVE SPACES TO WS-IN-DATE-OF-BIRTH
           MOVE SPACES TO WS-IN-PLAN-CODE
           MOVE SPACES TO WS-IN-EFFECTIVE-DATE

           UNSTRING CENSUS-INPUT-RECORD DELIMITED BY ","
               INTO WS-IN-GROUP-ID WS-IN-ACTION WS-IN-EMPLOYEE-ID
                   WS-IN-NAME WS-IN-DATE-OF-BIRTH WS-IN-PLAN-CODE
                   WS-IN-EFFECTIVE-DATE
           END-UNSTRING

           EVALUATE TRUE
               WHEN FUNCTION TEST-NUMVAL(WS-IN-GROUP-ID) NOT = 0
                   SET PARSE-FAILED TO TRUE
                   MOVE "GROUP ID NOT NUMERIC" TO WS-FAIL-REASON
               WHEN NOT CENSUS-ADD AND NOT CENSUS-CHANGE
                   AND NOT CENSUS-TERMINATE
                   SET PARSE-FAILED TO TRUE
                   MOVE "ACTION MUST BE A, C OR T" TO
                       WS-FAIL-REASON
               WHEN WS-IN-EMPLOYEE-ID = SPACES
                   SET PARSE-FAILED TO TRUE
                   MOVE "EMPLOYEE ID IS BLANK" TO WS-FAIL-REASON
               WHEN WS-IN-EFFECTIVE-DATE(1:4) IS NOT NUMERIC
                   OR WS-IN-EFFECTIVE-DATE(6:2) IS NOT NUMERIC
                   OR WS-IN-EFFECTIVE-DATE(9:2) IS NOT NUMERIC
                   OR WS-IN-EFFECTIVE-DATE(5:1) NOT = "-"
                   OR WS-IN-EFFECTIVE-DATE(8:1) NOT = "-"
                   SET PARSE-FAILED TO TRUE
                   MOVE "EFFECTIVE DATE NOT YYYY-MM-DD" TO
                       WS-FAIL-REASON
               WHEN OTHER
                   COMPUTE GRP-GROUP-ID =
                       FUNCTION NUMVAL(WS-IN-GROUP-ID)
                   MOVE WS-IN-EMPLOYEE-ID TO CERT-EMPLOYEE-ID
                   MOVE WS-IN-EFFECTIVE-DATE TO CERT-EFFECTIVE-DATE
                   PERFORM CHECK-RETRO-WINDOW
           END-EVALUATE.

       CHECK-RETRO-WINDOW.

           MOVE WS-IN-EFFECTIVE-DATE(1:4) TO WS-EFFECTIVE-8(1:4)
           MOVE WS-IN-EFFECTIVE-DATE(6:2) TO WS-EFFECTIVE-8(5:2)
           MOVE WS-IN-EFFECTIVE-DATE(9:2) TO WS-EFFECTIVE-8(7:2)

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFFECTIVE-8) NOT = 0
               SET PARSE-FAILED TO TRUE
               MOVE "EFFECTIVE DATE IS NOT A DATE" TO
                   WS-FAIL-REASON
           ELSE
               COMPUTE WS-EFFECTIVE-JULIAN = FUNCTION
                   INTEGER-OF-DATE(WS-EFFECTIVE-8)
               IF WS-EFFECTIVE-JULIAN + RETRO-LIMIT-DAYS
                       < WS-TODAY-JULIAN
                   SET PARSE-FAILED TO TRUE
                   MOVE "BEYOND RETRO WINDOW - REFER TO DESK" TO
                       WS-FAIL-REASON
               END-IF
           END-IF.

       CHECK-THE-GROUP.

           MOVE SPACE TO GRP-STATUS

           EXEC SQL
               SELECT employer_name, effective_date, group_status
               INTO :GRP-EMPLOYER-NAME, :GRP-EFFECTIVE-DATE,
                   :GRP-STATUS
               FROM group_masters
               WHERE group_id = :GRP-GROUP-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET PARSE-FAILED TO TRUE
                   MOVE "GROUP NOT FOUND" TO WS-FAIL-REASON
               WHEN NOT GROUP-ACTIVE
                   SET PARSE-FAILED TO TRUE
                   MOVE "GROUP IS TERMINATED" TO WS-FAIL-REASON
               WHEN CERT-EFFECTIVE-DATE < GRP-EFFECTIVE-DATE
                   SET PARSE-FAILED TO TRUE
                   MOVE "DATED BEFORE GROUP EFFECTIVE DATE" TO
                       WS-FAIL-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> the employee's current certificate under this group, if
      *> they have one - one active certificate per employee per
      *> group is the rule every action leans on.
       FIND-ACTIVE-CERTIFICATE.

           MOVE 0 TO CERT-CERTIFICATE-ID
           MOVE SPACES TO WS-CURRENT-PLAN-CODE

           EXEC SQL
               SELECT certificate_id, plan_code, effective_date,
                   employee_name, date_of_birth
               INTO :CERT-CERTIFICATE-ID, :WS-CURRENT-PLAN-CODE,
                   :CERT-EFFECTIVE-DATE, :CERT-EMPLOYEE-NAME,
                   :CERT-DATE-OF-BIRTH
               FROM group_certificates
               WHERE group_id = :GRP-GROUP-ID
                   AND employee_id = :CERT-EMPLOYEE-ID
                   AND cert_status = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 0 TO CERT-CERTIFICATE-ID
           END-IF.

       FIND-PLAN-OPTION.

           EXEC SQL
               SELECT coverage_type, coverage_amount, monthly_rate
               INTO :OPT-COVERAGE-TYPE, :OPT-COVERAGE-AMOUNT,
                   :OPT-MONTHLY-RATE
               FROM group_plan_options
               WHERE group_id = :GRP-GROUP-ID
                   AND plan_code = :OPT-PLAN-CODE
           END-EXEC

           IF SQLCODE NOT = 0
               SET PARSE-FAILED TO TRUE
               MOVE "PLAN OPTION NOT OFFERED BY GROUP" TO
                   WS-FAIL-REASON
           END-IF.

       ENROLL-ONE-EMPLOYEE.

           PERFORM FIND-ACTIVE-CERTIFICATE
           MOVE WS-IN-PLAN-CODE TO OPT-PLAN-CODE

           EVALUATE TRUE
               WHEN CERT-CERTIFICATE-ID > 0
                   SET PARSE-FAILED TO TRUE
                   MOVE "EMPLOYEE ALREADY ENROLLED" TO
                       WS-FAIL-REASON
               WHEN WS-IN-NAME = SPACES
                   SET PARSE-FAILED TO TRUE
                   MOVE "EMPLOYEE NAME IS BLANK" TO WS-FAIL-REASON
               WHEN OTHER
                   PERFORM FIND-PLAN-OPTION
           END-EVALUATE

           IF PARSE-OK
               MOVE WS-IN-NAME TO CERT-EMPLOYEE-NAME
               MOVE WS-IN-DATE-OF-BIRTH TO CERT-DATE-OF-BIRTH
               MOVE WS-IN-EFFECTIVE-DATE TO CERT-EFFECTIVE-DATE
               PERFORM OPEN-CERTIFICATE
               IF PARSE-OK
                   ADD 1 TO ADDED-COUNT
               END-IF
           END-IF.

       OPEN-CERTIFICATE.

           MOVE OPT-PLAN-CODE TO CERT-PLAN-CODE
           MOVE OPT-COVERAGE-AMOUNT TO CERT-COVERAGE-AMOUNT
           MOVE OPT-MONTHLY-RATE TO CERT-MONTHLY-RATE

           EXEC SQL
               INSERT INTO group_certificates
               (group_id, employee_id, employee_name,
                   date_of_birth, plan_code, coverage_type,
                   coverage_amount, monthly_rate, effective_date,
                   cert_status)
               VALUES
               (:GRP-GROUP-ID, :CERT-EMPLOYEE-ID,
                   :CERT-EMPLOYEE-NAME, :CERT-DATE-OF-BIRTH,
                   :CERT-PLAN-CODE, :OPT-COVERAGE-TYPE,
                   :CERT-COVERAGE-AMOUNT, :CERT-MONTHLY-RATE,
                   :CERT-EFFECTIVE-DATE, 'A')
               RETURNING certificate_id INTO :CERT-CERTIFICATE-ID
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "CERTIFICATE " CERT-CERTIFICATE-ID
                   " GROUP " GRP-GROUP-ID " EMPLOYEE "
                   CERT-EMPLOYEE-ID " PLAN " CERT-PLAN-CODE
                   " FROM " CERT-EFFECTIVE-DATE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR OPENING CERTIFICATE - "
                   SQL-ERROR-MESSAGE
               SET PARSE-FAILED TO TRUE
               MOVE "CERTIFICATE INSERT FAILED" TO WS-FAIL-REASON
           END-IF.

       CHANGE-ONE-EMPLOYEE.

           PERFORM FIND-ACTIVE-CERTIFICATE

           EVALUATE TRUE
               WHEN CERT-CERTIFICATE-ID = 0
                   SET PARSE-FAILED TO TRUE
                   MOVE "EMPLOYEE NOT ENROLLED" TO WS-FAIL-REASON
               WHEN WS-IN-PLAN-CODE = SPACES
                   OR WS-IN-PLAN-CODE = WS-CURRENT-PLAN-CODE
                   PERFORM CORRECT-CERTIFICATE
               WHEN WS-IN-EFFECTIVE-DATE <= CERT-EFFECTIVE-DATE
                   SET PARSE-FAILED TO TRUE
                   MOVE "PLAN CHANGE NOT AFTER CERT START" TO
                       WS-FAIL-REASON
               WHEN OTHER
                   PERFORM CHANGE-CERTIFICATE-PLAN
           END-EVALUATE

           IF PARSE-OK
               ADD 1 TO CHANGED-COUNT
           END-IF.

      *> a name or birth date the employer got wrong - corrected in
      *> place, the billing does not move.
       CORRECT-CERTIFICATE.

           IF WS-IN-NAME NOT = SPACES
               MOVE WS-IN-NAME TO CERT-EMPLOYEE-NAME
           END-IF
           IF WS-IN-DATE-OF-BIRTH NOT = SPACES
               MOVE WS-IN-DATE-OF-BIRTH TO CERT-DATE-OF-BIRTH
           END-IF

           EXEC SQL
               UPDATE group_certificates
               SET employee_name = :CERT-EMPLOYEE-NAME,
                   date_of_birth = :CERT-DATE-OF-BIRTH
               WHERE certificate_id = :CERT-CERTIFICATE-ID
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "CERTIFICATE " CERT-CERTIFICATE-ID
                   " CORRECTED"
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR CORRECTING CERTIFICATE - "
                   SQL-ERROR-MESSAGE
               SET PARSE-FAILED TO TRUE
               MOVE "CERTIFICATE UPDATE FAILED" TO WS-FAIL-REASON
           END-IF.

      *> the old certificate covers through the day before the
      *> change, the new one from the change on - each at its own
      *> option's rate.
       CHANGE-CERTIFICATE-PLAN.

           MOVE WS-IN-PLAN-CODE TO OPT-PLAN-CODE
           PERFORM FIND-PLAN-OPTION

           IF PARSE-OK
               COMPUTE WS-CLOSE-JULIAN = WS-EFFECTIVE-JULIAN - 1
               COMPUTE WS-CLOSE-8 = FUNCTION DATE-OF-INTEGER
                   (WS-CLOSE-JULIAN)
               STRING WS-CLOSE-8(1:4) "-" WS-CLOSE-8(5:2) "-"
                   WS-CLOSE-8(7:2) DELIMITED BY SIZE
                   INTO WS-CLOSE-DATE

               PERFORM CLOSE-CERTIFICATE

               IF PARSE-OK
                   IF WS-IN-NAME NOT = SPACES
                       MOVE WS-IN-NAME TO CERT-EMPLOYEE-NAME
                   END-IF
                   IF WS-IN-DATE-OF-BIRTH NOT = SPACES
                       MOVE WS-IN-DATE-OF-BIRTH TO
                           CERT-DATE-OF-BIRTH
                   END-IF
                   MOVE WS-IN-EFFECTIVE-DATE TO CERT-EFFECTIVE-DATE
                   PERFORM OPEN-CERTIFICATE
               END-IF
           END-IF.

       TERMINATE-ONE-EMPLOYEE.

           PERFORM FIND-ACTIVE-CERTIFICATE

           EVALUATE TRUE
               WHEN CERT-CERTIFICATE-ID = 0
                   SET PARSE-FAILED TO TRUE
                   MOVE "EMPLOYEE NOT ENROLLED" TO WS-FAIL-REASON
               WHEN WS-IN-EFFECTIVE-DATE < CERT-EFFECTIVE-DATE
                   SET PARSE-FAILED TO TRUE
                   MOVE "TERMINATION BEFORE CERT START" TO
                       WS-FAIL-REASON
               WHEN OTHER
                   MOVE WS-IN-EFFECTIVE-DATE TO WS-CLOSE-DATE
                   PERFORM CLOSE-CERTIFICATE
           END-EVALUATE

           IF PARSE-OK
               ADD 1 TO TERMINATED-COUNT
           END-IF.

       CLOSE-CERTIFICATE.

           EXEC SQL
               UPDATE group_certificates
               SET cert_status = 'T',
                   termination_date = :WS-CLOSE-DATE
               WHERE certificate_id = :CERT-CERTIFICATE-ID
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "CERTIFICATE " CERT-CERTIFICATE-ID
                   " ENDED " WS-CLOSE-DATE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR ENDING CERTIFICATE - "
                   SQL-ERROR-MESSAGE
               SET PARSE-FAILED TO TRUE
               MOVE "CERTIFICATE UPDATE FAILED" TO WS-FAIL-REASON
           END-IF.

       REJECT-ONE-RECORD.

           ADD 1 TO REJECTED-COUNT

           MOVE SPACES TO CENSUS-REJECT-RECORD
           STRING CENSUS-INPUT-RECORD DELIMITED BY "  "
                  " | " DELIMITED BY SIZE
                  WS-FAIL-REASON DELIMITED BY SIZE
               INTO CENSUS-REJECT-RECORD

           WRITE CENSUS-REJECT-RECORD

           IF NOT CENSUS-REJECT-OK
               DISPLAY "ERROR WRITING REJECT RECORD: "
                   WS-CENSUS-REJECT-STATUS
           END-IF.
