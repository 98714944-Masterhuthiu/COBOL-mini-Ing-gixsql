       IDENTIFICATION DIVISION.
       PROGRAM-ID. GROUPMAINT.

      *> the employer group master - who the employer is, who to
      *> talk to there, where the group bill goes, how the cost is
      *> split between employer and employee, and which plan
      *> options the employer offers. The employees themselves are
      *> never keyed here: they arrive as certificates through the
      *> employer's census file (GROUPCENSUS), and the employer is
      *> invoiced once a cycle for all of them (GROUPBILL).
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-EXISTING-COUNT     PIC 9(7).
       01 WS-CERT-COUNT         PIC 9(7).

       LINKAGE SECTION.

      *> "G" adds a group (LK-GROUP-ID zero - the new id comes
      *> back in it) or updates one, "O" adds or reprices one plan
      *> option on the group, "T" terminates the group and every
      *> certificate still active under it as of LK-EFFECTIVE-DATE.
       01 LK-ACTION             PIC X(01).
           88 LK-GROUP-MASTER      VALUE "G".
           88 LK-PLAN-OPTION       VALUE "O".
           88 LK-TERMINATE-GROUP   VALUE "T".
       01 LK-GROUP-ID           PIC 9(9).
       01 LK-EMPLOYER-NAME      PIC X(100).
       01 LK-CONTACT-NAME       PIC X(100).
       01 LK-CONTACT-PHONE      PIC X(20).
       01 LK-BILLING-ADDRESS    PIC X(200).
       01 LK-EMPLOYER-SHARE     PIC 9V99.
       01 LK-EFFECTIVE-DATE     PIC X(10).
       01 LK-PLAN-CODE          PIC X(10).
       01 LK-COVERAGE-TYPE      PIC X(20).
       01 LK-COVERAGE-AMOUNT    PIC 9(9)V99.
       01 LK-MONTHLY-RATE       PIC 9(7)V99.
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-GROUP-ID
           LK-EMPLOYER-NAME LK-CONTACT-NAME LK-CONTACT-PHONE
           LK-BILLING-ADDRESS LK-EMPLOYER-SHARE LK-EFFECTIVE-DATE
           LK-PLAN-CODE LK-COVERAGE-TYPE LK-COVERAGE-AMOUNT
           LK-MONTHLY-RATE LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

           EVALUATE TRUE
               WHEN LK-GROUP-MASTER
                   PERFORM MAINTAIN-GROUP-MASTER
               WHEN LK-PLAN-OPTION
                   PERFORM MAINTAIN-PLAN-OPTION
               WHEN LK-TERMINATE-GROUP
                   PERFORM TERMINATE-THE-GROUP
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN GROUP ACTION "
                       LK-ACTION
           END-EVALUATE.

           GOBACK.

       MAINTAIN-GROUP-MASTER.

           EVALUATE TRUE
               WHEN LK-EMPLOYER-NAME = SPACES
                   DISPLAY "ERROR: EMPLOYER NAME IS BLANK"
               WHEN LK-BILLING-ADDRESS = SPACES
                   DISPLAY "ERROR: GROUP BILLING ADDRESS IS BLANK"
               WHEN LK-EMPLOYER-SHARE > 1
                   DISPLAY "ERROR: EMPLOYER SHARE CANNOT EXCEED "
                       "1.00"
               WHEN LK-EFFECTIVE-DATE = SPACES
                   DISPLAY "ERROR: GROUP EFFECTIVE DATE IS BLANK"
               WHEN LK-GROUP-ID = 0
                   PERFORM ADD-GROUP-MASTER
               WHEN OTHER
                   PERFORM UPDATE-GROUP-MASTER
           END-EVALUATE.

       ADD-GROUP-MASTER.

           EXEC SQL
               INSERT INTO group_masters
               (employer_name, contact_name, contact_phone,
                   billing_address, employer_share,
                   effective_date, group_status, credit_balance)
               VALUES
               (:LK-EMPLOYER-NAME, :LK-CONTACT-NAME,
                   :LK-CONTACT-PHONE, :LK-BILLING-ADDRESS,
                   :LK-EMPLOYER-SHARE, :LK-EFFECTIVE-DATE, 'A', 0)
               RETURNING group_id INTO :LK-GROUP-ID
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "GROUP " LK-GROUP-ID " ADDED FOR "
                   LK-EMPLOYER-NAME(1:40)
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR ADDING GROUP - " SQL-ERROR-MESSAGE
           END-IF.

      *> the effective date is the group's anniversary and is never
      *> moved once certificates have been billed against it.
       UPDATE-GROUP-MASTER.

           EXEC SQL
               UPDATE group_masters
               SET employer_name = :LK-EMPLOYER-NAME,
                   contact_name = :LK-CONTACT-NAME,
                   contact_phone = :LK-CONTACT-PHONE,
                   billing_address = :LK-BILLING-ADDRESS,
                   employer_share = :LK-EMPLOYER-SHARE
               WHERE group_id = :LK-GROUP-ID
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) = 0
               DISPLAY "ERROR: GROUP " LK-GROUP-ID " NOT FOUND"
           ELSE
               IF SQLCODE = 0
                   DISPLAY "GROUP " LK-GROUP-ID " UPDATED"
                   SET LK-STATUS-OK TO TRUE
               ELSE
                   MOVE SQLCODE TO SQL-ERROR-CODE
                   CALL "SQLMSG" USING SQL-ERROR-CODE
                       SQL-ERROR-MESSAGE
                   DISPLAY "ERROR UPDATING GROUP - "
                       SQL-ERROR-MESSAGE
               END-IF
           END-IF.

      *> a new rate on an existing option applies to certificates
      *> enrolled from now on - a certificate keeps the rate it was
      *> opened at until the employer re-enrolls it.
       MAINTAIN-PLAN-OPTION.

           MOVE 0 TO WS-EXISTING-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTING-COUNT
               FROM group_masters
               WHERE group_id = :LK-GROUP-ID
                   AND group_status = 'A'
           END-EXEC

           EVALUATE TRUE
               WHEN WS-EXISTING-COUNT = 0
                   DISPLAY "ERROR: GROUP " LK-GROUP-ID
                       " NOT FOUND OR NOT ACTIVE"
               WHEN LK-PLAN-CODE = SPACES
                   DISPLAY "ERROR: PLAN CODE IS BLANK"
               WHEN LK-COVERAGE-TYPE = SPACES
                   DISPLAY "ERROR: COVERAGE TYPE IS BLANK"
               WHEN LK-MONTHLY-RATE NOT > 0
                   DISPLAY "ERROR: MONTHLY RATE MUST BE POSITIVE"
               WHEN OTHER
                   EXEC SQL
                       UPDATE group_plan_options
                       SET coverage_type = :LK-COVERAGE-TYPE,
                           coverage_amount = :LK-COVERAGE-AMOUNT,
                           monthly_rate = :LK-MONTHLY-RATE
                       WHERE group_id = :LK-GROUP-ID
                           AND plan_code = :LK-PLAN-CODE
                   END-EXEC

                   IF SQLCODE = 0 AND SQLERRD(3) = 0
                       EXEC SQL
                           INSERT INTO group_plan_options
                           (group_id, plan_code, coverage_type,
                               coverage_amount, monthly_rate)
                           VALUES
                           (:LK-GROUP-ID, :LK-PLAN-CODE,
                               :LK-COVERAGE-TYPE,
                               :LK-COVERAGE-AMOUNT,
                               :LK-MONTHLY-RATE)
                       END-EXEC
                   END-IF

                   IF SQLCODE = 0
                       DISPLAY "GROUP " LK-GROUP-ID " OPTION "
                           LK-PLAN-CODE " RATE " LK-MONTHLY-RATE
                           " STORED"
                       SET LK-STATUS-OK TO TRUE
                   ELSE
                       MOVE SQLCODE TO SQL-ERROR-CODE
                       CALL "SQLMSG" USING SQL-ERROR-CODE
                           SQL-ERROR-MESSAGE
                       DISPLAY "ERROR STORING PLAN OPTION - "
                           SQL-ERROR-MESSAGE
                   END-IF
           END-EVALUATE.

      *> the employer walking away ends every employee's coverage
      *> on the same day - the group bill's retro pass then credits
      *> back any month already billed past that date.
       TERMINATE-THE-GROUP.

           IF LK-EFFECTIVE-DATE = SPACES
               DISPLAY "ERROR: TERMINATION DATE IS BLANK"
           ELSE
               EXEC SQL
                   UPDATE group_masters
                   SET group_status = 'T',
                       termination_date = :LK-EFFECTIVE-DATE
                   WHERE group_id = :LK-GROUP-ID
                       AND group_status = 'A'
               END-EXEC

               IF SQLCODE = 0 AND SQLERRD(3) = 0
                   DISPLAY "ERROR: GROUP " LK-GROUP-ID
                       " NOT FOUND OR ALREADY TERMINATED"
               ELSE
                   IF SQLCODE = 0
                       PERFORM TERMINATE-ALL-CERTIFICATES
                   ELSE
                       MOVE SQLCODE TO SQL-ERROR-CODE
                       CALL "SQLMSG" USING SQL-ERROR-CODE
                           SQL-ERROR-MESSAGE
                       DISPLAY "ERROR TERMINATING GROUP - "
                           SQL-ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF.

       TERMINATE-ALL-CERTIFICATES.

           EXEC SQL
               UPDATE group_certificates
               SET cert_status = 'T',
                   termination_date = :LK-EFFECTIVE-DATE
               WHERE group_id = :LK-GROUP-ID
                   AND cert_status = 'A'
           END-EXEC

           IF SQLCODE = 0 OR SQLCODE = 100
               MOVE SQLERRD(3) TO WS-CERT-COUNT
               DISPLAY "GROUP " LK-GROUP-ID " TERMINATED "
                   LK-EFFECTIVE-DATE " - " WS-CERT-COUNT
                   " CERTIFICATES ENDED"
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR TERMINATING CERTIFICATES - "
                   SQL-ERROR-MESSAGE
           END-IF.
