       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESSLOG.

      *> one row per look at a customer's record by the read-only
      *> programs - the inquiry-side analog of POLICYAUDIT's change
      *> history, so "who viewed this customer" has an answer for
      *> a privacy complaint. Whoever is signed on through SIGNON
      *> is the viewer; a policy is traced to its insured so every
      *> row names the person whose record was seen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> where a view lands when the database will not take it -
      *> MIRRORINQ answers the desk during an outage, and a view
      *> during an outage is still a view. EXTEND, so nothing is
      *> lost before ACCESSREVIEW loads the file back in.
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

       01 WS-ACCESS-SPOOL-STATUS PIC X(02).
           88 ACCESS-SPOOL-OK       VALUE "00" "05".

       01 WS-OPERATOR-ID        PIC 9(9).
       01 WS-CUSTOMER-ID        PIC 9(9).

       01 WS-NOW                PIC X(21).

       LINKAGE SECTION.

       01 LK-PROGRAM            PIC X(20).
       01 LK-CUSTOMER-ID        PIC 9(9).
       01 LK-POLICY-ID          PIC 9(9).

       PROCEDURE DIVISION USING LK-PROGRAM LK-CUSTOMER-ID
           LK-POLICY-ID.

           MOVE 0 TO WS-OPERATOR-ID
           MOVE LK-CUSTOMER-ID TO WS-CUSTOMER-ID

           EXEC SQL
               SELECT COALESCE(MAX(operator_id), 0)
               INTO :WS-OPERATOR-ID
               FROM operator_context
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 0 TO WS-OPERATOR-ID
           END-IF

           IF WS-CUSTOMER-ID = 0 AND LK-POLICY-ID > 0
               EXEC SQL
                   SELECT COALESCE(MAX(customer_id), 0)
                   INTO :WS-CUSTOMER-ID
                   FROM policy_master
                   WHERE policy_id = :LK-POLICY-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 0 TO WS-CUSTOMER-ID
               END-IF
           END-IF

           EXEC SQL
               INSERT INTO access_log
               (operator_id, program_name, customer_id, policy_id,
                   accessed_at)
               VALUES
               (:WS-OPERATOR-ID, :LK-PROGRAM, :WS-CUSTOMER-ID,
                   :LK-POLICY-ID, CURRENT_TIMESTAMP)
           END-EXEC

      *> the log never stands between the desk and the answer -
      *> a row the database refuses goes to the spool instead.
           IF SQLCODE NOT = 0
               PERFORM SPOOL-THE-VIEW
           END-IF.

           GOBACK.

       SPOOL-THE-VIEW.

           MOVE FUNCTION CURRENT-DATE TO WS-NOW

           MOVE WS-OPERATOR-ID TO AS-OPERATOR-ID
           MOVE LK-PROGRAM TO AS-PROGRAM-NAME
           MOVE WS-CUSTOMER-ID TO AS-CUSTOMER-ID
           MOVE LK-POLICY-ID TO AS-POLICY-ID
           MOVE SPACES TO AS-ACCESSED-AT
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) " "
               WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
               DELIMITED BY SIZE INTO AS-ACCESSED-AT

           OPEN EXTEND ACCESS-SPOOL-FILE

           IF ACCESS-SPOOL-OK
               WRITE ACCESS-SPOOL-RECORD
               CLOSE ACCESS-SPOOL-FILE
           ELSE
               DISPLAY "WARNING: ACCESS NOT LOGGED FOR "
                   LK-PROGRAM " CUSTOMER " WS-CUSTOMER-ID
                   " POLICY " LK-POLICY-ID
           END-IF.
