       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIORAUTH.

      *> prior authorization for the HEALTH procedures the fee
      *> schedule flags as needing one: the provider asks before
      *> the service, a reviewer approves a number of units for a
      *> window of dates (or denies), and adjudication pays a
      *> flagged procedure only against an approval that covers
      *> the member, provider, procedure and date of service -
      *> drawing the approved units down as claims come in. The
      *> aging report ages open requests against the regulatory
      *> turnaround, which is shorter for an urgent request.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

      *> regulatory turnaround on a decision, in days from receipt.
       01 STANDARD-TURNAROUND   PIC 9(3) VALUE 15.
       01 URGENT-TURNAROUND     PIC 9(3) VALUE 3.

       01 WS-CUSTOMER-ID        PIC 9(9).
       01 WS-POLICY-TYPE        PIC X(20).
       01 WS-PRIOR-AUTH-FLAG    PIC X(01).
       01 WS-AUTH-STATUS        PIC X(01).

      *> a dependent named on the request must be a covered member
      *> of the policy on the day it is asked for.
       01 WS-MEMBER-ACTION      PIC X(01) VALUE "V".
       01 WS-MEMBER-RELATION    PIC X(01) VALUE SPACE.
       01 WS-MEMBER-TERM-DATE   PIC X(10) VALUE SPACES.
       01 WS-MEMBER-STATUS      PIC X(01) VALUE "Y".
           88 WS-MEMBER-NOT-COVERED VALUE "N".

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-JULIAN       PIC 9(7).
       01 WS-TODAY-DASH         PIC X(10).

       01 WS-RPT-AUTH-ID        PIC 9(9).
       01 WS-RPT-POLICY-ID      PIC 9(9).
       01 WS-RPT-PROVIDER-ID    PIC 9(9).
       01 WS-RPT-PROCEDURE      PIC X(08).
       01 WS-RPT-URGENT         PIC X(01).
       01 WS-RPT-REQUEST-DATE   PIC X(10).
       01 WS-REQUEST-8          PIC 9(8).
       01 WS-REQUEST-JULIAN     PIC 9(7).
       01 WS-DAYS-PENDING       PIC S9(7).
       01 WS-TURNAROUND         PIC 9(3).

       01 PENDING-COUNT         PIC 9(7) VALUE 0.
       01 OVERDUE-COUNT         PIC 9(7) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> undecided requests, oldest first.
       EXEC SQL
           DECLARE AUTH-AGING-CURSOR CURSOR FOR
               SELECT auth_id, policy_id, provider_id,
                   procedure_code, urgent_flag, request_date
               FROM prior_auths
               WHERE auth_status = 'P'
               ORDER BY request_date, auth_id
       END-EXEC.

       LINKAGE SECTION.

      *> "R" records a request (LK-URGENT-FLAG "Y" for an urgent
      *> one) and hands back its LK-AUTH-ID, "A" approves a
      *> request for LK-UNITS inside LK-WINDOW-START/END, "D"
      *> denies it, "P" prints the aging report.
       01 LK-ACTION             PIC X(01).
           88 LK-REQUEST           VALUE "R".
           88 LK-APPROVE           VALUE "A".
           88 LK-DENY              VALUE "D".
           88 LK-PRINT-AGING       VALUE "P".
       01 LK-AUTH-ID            PIC 9(9).
       01 LK-POLICY-ID          PIC 9(9).
      *> the member the care is for - a dependent's customer id off
      *> covered_members, or zero for the subscriber, the same
      *> convention as MEMBER-ID on the claim.
       01 LK-MEMBER-ID          PIC 9(9).
       01 LK-PROVIDER-ID        PIC 9(9).
       01 LK-PROCEDURE-CODE     PIC X(08).
       01 LK-UNITS              PIC 9(5).
       01 LK-WINDOW-START       PIC X(10).
       01 LK-WINDOW-END         PIC X(10).
       01 LK-URGENT-FLAG        PIC X(01).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-AUTH-ID LK-POLICY-ID
           LK-MEMBER-ID LK-PROVIDER-ID LK-PROCEDURE-CODE LK-UNITS
           LK-WINDOW-START LK-WINDOW-END LK-URGENT-FLAG LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           COMPUTE WS-TODAY-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-8)
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           EVALUATE TRUE
               WHEN LK-REQUEST
                   PERFORM RECORD-THE-REQUEST
               WHEN LK-APPROVE OR LK-DENY
                   PERFORM DECIDE-THE-REQUEST
               WHEN LK-PRINT-AGING
                   PERFORM PRINT-AGING-REPORT
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN AUTHORIZATION ACTION "
                       LK-ACTION
           END-EVALUATE.

           GOBACK.

      *> a request is only taken for a HEALTH policy on a procedure
      *> the fee schedule says needs one, for the subscriber or a
      *> dependent covered on the policy. An approval covers only
      *> the member it was asked for.
       RECORD-THE-REQUEST.

           MOVE SPACES TO WS-POLICY-TYPE
           MOVE 0 TO WS-CUSTOMER-ID
           MOVE "N" TO WS-PRIOR-AUTH-FLAG

           EXEC SQL
               SELECT policy_type, COALESCE(customer_id, 0)
               INTO :WS-POLICY-TYPE, :WS-CUSTOMER-ID
               FROM policy_master
               WHERE policy_id = :LK-POLICY-ID
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   SELECT COALESCE(prior_auth_required, 'N')
                   INTO :WS-PRIOR-AUTH-FLAG
                   FROM fee_schedule
                   WHERE procedure_code = :LK-PROCEDURE-CODE
               END-EXEC
           END-IF

           MOVE "Y" TO WS-MEMBER-STATUS
           IF LK-MEMBER-ID > 0
               CALL "COVEREDMEMBER" USING WS-MEMBER-ACTION
                   LK-POLICY-ID LK-MEMBER-ID WS-MEMBER-RELATION
                   WS-TODAY-DASH WS-MEMBER-TERM-DATE
                   WS-MEMBER-STATUS
               MOVE LK-MEMBER-ID TO WS-CUSTOMER-ID
           END-IF

           EVALUATE TRUE
               WHEN WS-POLICY-TYPE NOT = "HEALTH"
                   DISPLAY "ERROR: POLICY " LK-POLICY-ID
                       " IS NOT A HEALTH POLICY"
               WHEN WS-MEMBER-NOT-COVERED
                   DISPLAY "ERROR: MEMBER " LK-MEMBER-ID
                       " IS NOT COVERED ON POLICY " LK-POLICY-ID
               WHEN LK-PROVIDER-ID = 0
                   DISPLAY "ERROR: PROVIDER ID IS REQUIRED"
               WHEN WS-PRIOR-AUTH-FLAG NOT = "Y"
                   DISPLAY "ERROR: PROCEDURE " LK-PROCEDURE-CODE
                       " DOES NOT REQUIRE PRIOR AUTHORIZATION"
               WHEN LK-UNITS = 0
                   DISPLAY "ERROR: REQUESTED UNITS MUST BE "
                       "POSITIVE"
               WHEN OTHER
                   PERFORM INSERT-THE-REQUEST
           END-EVALUATE.

       INSERT-THE-REQUEST.

           IF LK-URGENT-FLAG NOT = "Y"
               MOVE "N" TO LK-URGENT-FLAG
           END-IF

           EXEC SQL
               INSERT INTO prior_auths
               (policy_id, customer_id, member_id, provider_id,
                   procedure_code, requested_units, approved_units,
                   units_used, urgent_flag, request_date,
                   auth_status)
               VALUES
               (:LK-POLICY-ID, :WS-CUSTOMER-ID, :LK-MEMBER-ID,
                   :LK-PROVIDER-ID,
                   :LK-PROCEDURE-CODE, :LK-UNITS, 0, 0,
                   :LK-URGENT-FLAG, :WS-TODAY-DASH, 'P')
               RETURNING auth_id INTO :LK-AUTH-ID
           END-EXEC

           IF SQLCODE = 0
               SET LK-STATUS-OK TO TRUE
               DISPLAY "AUTHORIZATION REQUEST " LK-AUTH-ID
                   " RECORDED - POLICY " LK-POLICY-ID
                   " MEMBER " LK-MEMBER-ID
                   " PROCEDURE " LK-PROCEDURE-CODE " UNITS "
                   LK-UNITS " URGENT " LK-URGENT-FLAG
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR RECORDING AUTHORIZATION REQUEST - "
                   SQL-ERROR-MESSAGE
           END-IF.

      *> only a pending request is decided; an approval names the
      *> units and the window of service dates it covers.
       DECIDE-THE-REQUEST.

           EXEC SQL
               SELECT auth_status INTO :WS-AUTH-STATUS
               FROM prior_auths
               WHERE auth_id = :LK-AUTH-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "ERROR: AUTHORIZATION " LK-AUTH-ID
                       " NOT FOUND"
               WHEN WS-AUTH-STATUS NOT = "P"
                   DISPLAY "ERROR: AUTHORIZATION " LK-AUTH-ID
                       " IS ALREADY DECIDED (" WS-AUTH-STATUS ")"
               WHEN LK-APPROVE AND LK-UNITS = 0
                   DISPLAY "ERROR: AN APPROVAL NEEDS A POSITIVE "
                       "NUMBER OF UNITS"
               WHEN LK-APPROVE
                   AND (LK-WINDOW-START = SPACES
                       OR LK-WINDOW-END = SPACES
                       OR LK-WINDOW-END < LK-WINDOW-START)
                   DISPLAY "ERROR: AN APPROVAL NEEDS A VALID "
                       "SERVICE DATE WINDOW"
               WHEN OTHER
                   PERFORM RECORD-THE-DECISION
           END-EVALUATE.

       RECORD-THE-DECISION.

           IF LK-APPROVE
               EXEC SQL
                   UPDATE prior_auths
                   SET auth_status = 'A',
                       approved_units = :LK-UNITS,
                       window_start = :LK-WINDOW-START,
                       window_end = :LK-WINDOW-END,
                       decision_date = :WS-TODAY-DASH
                   WHERE auth_id = :LK-AUTH-ID
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE prior_auths
                   SET auth_status = 'D',
                       approved_units = 0,
                       decision_date = :WS-TODAY-DASH
                   WHERE auth_id = :LK-AUTH-ID
               END-EXEC
           END-IF

           IF SQLCODE = 0
               SET LK-STATUS-OK TO TRUE
               DISPLAY "AUTHORIZATION " LK-AUTH-ID " DECIDED "
                   LK-ACTION
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR RECORDING AUTHORIZATION DECISION - "
                   SQL-ERROR-MESSAGE
           END-IF.

       PRINT-AGING-REPORT.

           DISPLAY "--- PENDING AUTHORIZATION AGING ---".

           EXEC SQL OPEN AUTH-AGING-CURSOR END-EXEC.

           PERFORM AGE-ONE-REQUEST
               UNTIL WS-EOF

           EXEC SQL CLOSE AUTH-AGING-CURSOR END-EXEC.

           DISPLAY "PENDING REQUESTS   : " PENDING-COUNT.
           DISPLAY "PAST TURNAROUND    : " OVERDUE-COUNT.

           SET LK-STATUS-OK TO TRUE.

       AGE-ONE-REQUEST.

           EXEC SQL
               FETCH AUTH-AGING-CURSOR
               INTO :WS-RPT-AUTH-ID, :WS-RPT-POLICY-ID,
                   :WS-RPT-PROVIDER-ID, :WS-RPT-PROCEDURE,
                   :WS-RPT-URGENT, :WS-RPT-REQUEST-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO PENDING-COUNT

               MOVE WS-RPT-REQUEST-DATE(1:4) TO WS-REQUEST-8(1:4)
               MOVE WS-RPT-REQUEST-DATE(6:2) TO WS-REQUEST-8(5:2)
               MOVE WS-RPT-REQUEST-DATE(9:2) TO WS-REQUEST-8(7:2)
               COMPUTE WS-REQUEST-JULIAN = FUNCTION
                   INTEGER-OF-DATE (WS-REQUEST-8)
               COMPUTE WS-DAYS-PENDING =
                   WS-TODAY-JULIAN - WS-REQUEST-JULIAN

               IF WS-RPT-URGENT = "Y"
                   MOVE URGENT-TURNAROUND TO WS-TURNAROUND
               ELSE
                   MOVE STANDARD-TURNAROUND TO WS-TURNAROUND
               END-IF

               IF WS-DAYS-PENDING > WS-TURNAROUND
                   ADD 1 TO OVERDUE-COUNT
                   DISPLAY "OVERDUE: AUTH " WS-RPT-AUTH-ID
                       " POLICY " WS-RPT-POLICY-ID " PROVIDER "
                       WS-RPT-PROVIDER-ID " PROC " WS-RPT-PROCEDURE
                       " " WS-DAYS-PENDING " DAYS (LIMIT "
                       WS-TURNAROUND ")"
               ELSE
                   DISPLAY "  AUTH " WS-RPT-AUTH-ID " POLICY "
                       WS-RPT-POLICY-ID " PROC " WS-RPT-PROCEDURE
                       " " WS-DAYS-PENDING " DAYS (LIMIT "
                       WS-TURNAROUND ")"
               END-IF
           END-IF.
