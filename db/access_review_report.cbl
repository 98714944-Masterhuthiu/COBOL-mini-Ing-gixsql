       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESSREVIEW.

      *> the privacy officer's review of who looked at whom: any
      *> operator who viewed more distinct customers in the period
      *> than the desk's work accounts for, and every view of a
      *> record that is the operator's own, a household member's,
      *> or a colleague's - the looks a privacy complaint is about.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> views ACCESSLOG could not write to the database - loaded
      *> here first so an outage does not hide anything from the
      *> review.
           SELECT OPTIONAL ACCESS-SPOOL-FILE
               ASSIGN TO "ACCESS_SPOOL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-SPOOL-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  ACCESS-SPOOL-FILE.
       01  ACCESS-SPOOL-RECORD.
           02 AS-OPERATOR-ID      PIC 9(9).
           02 AS-PROGRAM-NAME     PIC X(20).
           02 AS-CUSTOMER-ID      PIC 9(9).
           02 AS-POLICY-ID        PIC 9(9).
           02 AS-ACCESSED-AT      PIC X(19).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-ACCESS-SPOOL-STATUS PIC X(02).
           88 ACCESS-SPOOL-OK       VALUE "00" "05".

      *> distinct customers per operator in the period above which
      *> the operator is listed - set through the environment, with
      *> a default well above a full month on the service desk.
       01 WS-LIMIT-TEXT         PIC X(05).
       01 CUSTOMER-LIMIT        PIC 9(5) VALUE 200.

       01 WS-OPERATOR-ID        PIC 9(9).
       01 WS-OPERATOR-NAME      PIC X(60).
       01 WS-CUSTOMER-COUNT     PIC 9(7).
       01 WS-ACCESSED-AT        PIC X(26).
       01 WS-PROGRAM-NAME       PIC X(20).
       01 WS-CUSTOMER-ID        PIC 9(9).
       01 WS-POLICY-ID          PIC 9(9).
       01 WS-REASON             PIC X(15).

       01 SPOOL-LOADED-COUNT    PIC 9(7) VALUE 0.
       01 SPOOL-FAILED-COUNT    PIC 9(7) VALUE 0.
       01 VOLUME-COUNT          PIC 9(7) VALUE 0.
       01 SENSITIVE-COUNT       PIC 9(7) VALUE 0.
       01 UNSIGNED-COUNT        PIC 9(7) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

       EXEC SQL
           DECLARE VOLUME-CURSOR CURSOR FOR
               SELECT a.operator_id,
                   COALESCE(MAX(o.operator_name), ' '),
                   COUNT(DISTINCT a.customer_id)
               FROM access_log a
                   LEFT JOIN operators o
                       ON o.operator_id = a.operator_id
               WHERE CAST(a.accessed_at AS DATE)
                       BETWEEN CAST(:LK-PERIOD-START AS DATE)
                       AND CAST(:LK-PERIOD-END AS DATE)
                   AND a.customer_id > 0
                   AND a.operator_id > 0
               GROUP BY a.operator_id
               HAVING COUNT(DISTINCT a.customer_id) >
                   :CUSTOMER-LIMIT
               ORDER BY 3 DESC, a.operator_id
       END-EXEC.

      *> the viewer's own customer row comes off operators; a
      *> household shared with it is family, and a customer any
      *> operator is linked to is a colleague.
       EXEC SQL
           DECLARE SENSITIVE-CURSOR CURSOR FOR
               SELECT a.operator_id, a.accessed_at, a.program_name,
                   a.customer_id, a.policy_id,
                   CASE
                       WHEN a.customer_id = vo.customer_id
                           THEN 'OWN RECORD'
                       WHEN vc.household_id IS NOT NULL
                           AND vc.household_id = c.household_id
                           THEN 'OWN HOUSEHOLD'
                       ELSE 'EMPLOYEE'
                   END
               FROM access_log a
                   JOIN operators vo
                       ON vo.operator_id = a.operator_id
                   JOIN customers c
                       ON c.customer_id = a.customer_id
                   LEFT JOIN customers vc
                       ON vc.customer_id = vo.customer_id
               WHERE CAST(a.accessed_at AS DATE)
                       BETWEEN CAST(:LK-PERIOD-START AS DATE)
                       AND CAST(:LK-PERIOD-END AS DATE)
                   AND a.customer_id > 0
                   AND (a.customer_id = vo.customer_id
                       OR (vc.household_id IS NOT NULL
                           AND vc.household_id = c.household_id)
                       OR EXISTS
                           (SELECT 1 FROM operators e
                            WHERE e.customer_id = a.customer_id))
               ORDER BY a.operator_id, a.accessed_at
       END-EXEC.

       LINKAGE SECTION.

       01 LK-PERIOD-START       PIC X(10).
       01 LK-PERIOD-END         PIC X(10).

       PROCEDURE DIVISION USING LK-PERIOD-START LK-PERIOD-END.

           DISPLAY "=== ACCESS REVIEW REPORT ===".
           DISPLAY "PERIOD: " LK-PERIOD-START " TO "
               LK-PERIOD-END.

           MOVE SPACES TO WS-LIMIT-TEXT
           ACCEPT WS-LIMIT-TEXT FROM ENVIRONMENT
               "ACCESS_REVIEW_LIMIT"

           IF WS-LIMIT-TEXT IS NUMERIC
               MOVE WS-LIMIT-TEXT TO CUSTOMER-LIMIT
           END-IF

           PERFORM LOAD-SPOOLED-VIEWS

           DISPLAY "--- OPERATORS OVER " CUSTOMER-LIMIT
               " CUSTOMERS VIEWED ---".

           MOVE "N" TO WS-AT-END

           EXEC SQL OPEN VOLUME-CURSOR END-EXEC.

           PERFORM REPORT-ONE-VOLUME
               UNTIL WS-EOF

           EXEC SQL CLOSE VOLUME-CURSOR END-EXEC.

           DISPLAY "--- OWN, HOUSEHOLD AND EMPLOYEE RECORDS ---".

           MOVE "N" TO WS-AT-END

           EXEC SQL OPEN SENSITIVE-CURSOR END-EXEC.

           PERFORM REPORT-ONE-SENSITIVE
               UNTIL WS-EOF

           EXEC SQL CLOSE SENSITIVE-CURSOR END-EXEC.

      *> views with nobody signed on cannot be reviewed by name -
      *> the count tells the officer how much went unattributed.
           EXEC SQL
               SELECT COUNT(*) INTO :UNSIGNED-COUNT
               FROM access_log
               WHERE CAST(accessed_at AS DATE)
                       BETWEEN CAST(:LK-PERIOD-START AS DATE)
                       AND CAST(:LK-PERIOD-END AS DATE)
                   AND operator_id = 0
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 0 TO UNSIGNED-COUNT
           END-IF

           DISPLAY "OFFLINE VIEWS LOADED   : " SPOOL-LOADED-COUNT.
           DISPLAY "OPERATORS OVER LIMIT   : " VOLUME-COUNT.
           DISPLAY "SENSITIVE VIEWS        : " SENSITIVE-COUNT.
           DISPLAY "VIEWS WITH NO OPERATOR : " UNSIGNED-COUNT.
           DISPLAY "=== END OF ACCESS REVIEW ===".

           GOBACK.

      *> the spool loads whole or not at all - one bad row keeps
      *> the file, untouched, for the next run, so nothing is
      *> loaded twice.
       LOAD-SPOOLED-VIEWS.

           MOVE "N" TO WS-AT-END

           OPEN INPUT ACCESS-SPOOL-FILE

           IF ACCESS-SPOOL-OK
               PERFORM LOAD-ONE-SPOOLED-VIEW
                   UNTIL WS-EOF
               CLOSE ACCESS-SPOOL-FILE

               IF SPOOL-FAILED-COUNT = 0
                   EXEC SQL COMMIT END-EXEC
                   OPEN OUTPUT ACCESS-SPOOL-FILE
                   CLOSE ACCESS-SPOOL-FILE
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 0 TO SPOOL-LOADED-COUNT
                   DISPLAY "WARNING: " SPOOL-FAILED-COUNT
                       " SPOOLED VIEWS NOT LOADED - SPOOL KEPT"
               END-IF
           END-IF.

       LOAD-ONE-SPOOLED-VIEW.

           READ ACCESS-SPOOL-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM INSERT-SPOOLED-VIEW
           END-READ.

       INSERT-SPOOLED-VIEW.

           EXEC SQL
               INSERT INTO access_log
               (operator_id, program_name, customer_id, policy_id,
                   accessed_at)
               VALUES
               (:AS-OPERATOR-ID, :AS-PROGRAM-NAME, :AS-CUSTOMER-ID,
                   :AS-POLICY-ID, CAST(:AS-ACCESSED-AT AS TIMESTAMP))
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO SPOOL-LOADED-COUNT
           ELSE
               ADD 1 TO SPOOL-FAILED-COUNT
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR LOADING SPOOLED VIEW " AS-ACCESSED-AT
                   " - " SQL-ERROR-MESSAGE
           END-IF.

       REPORT-ONE-VOLUME.

           EXEC SQL
               FETCH VOLUME-CURSOR
               INTO :WS-OPERATOR-ID, :WS-OPERATOR-NAME,
                   :WS-CUSTOMER-COUNT
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO VOLUME-COUNT
               DISPLAY "  OPERATOR " WS-OPERATOR-ID " "
                   WS-OPERATOR-NAME(1:30) " CUSTOMERS "
                   WS-CUSTOMER-COUNT
           END-IF.

       REPORT-ONE-SENSITIVE.

           EXEC SQL
               FETCH SENSITIVE-CURSOR
               INTO :WS-OPERATOR-ID, :WS-ACCESSED-AT,
                   :WS-PROGRAM-NAME, :WS-CUSTOMER-ID, :WS-POLICY-ID,
                   :WS-REASON
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO SENSITIVE-COUNT
               DISPLAY "  OPERATOR " WS-OPERATOR-ID " "
                   WS-ACCESSED-AT(1:19) " " WS-REASON " "
                   WS-PROGRAM-NAME " CUSTOMER " WS-CUSTOMER-ID
                   " POLICY " WS-POLICY-ID
           END-IF.
