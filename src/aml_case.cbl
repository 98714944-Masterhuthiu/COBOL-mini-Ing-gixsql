       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLCASE.

      *> the compliance desk's side of the AML case queue
      *> AMLMONITOR fills. A case opens "O"; an investigator takes
      *> it "I"; it may be escalated "E" to the compliance officer;
      *> it closes either "S" with a suspicious activity report
      *> filed or "C" cleared with no further action. Open,
      *> investigating and escalated cases all hold the policy's
      *> disbursements in PAYMENTRUN - only a closed case releases
      *> them. Every move is logged with who made it and why.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-CASE-ID            PIC 9(9).
       01 WS-POLICY-ID          PIC 9(9).
       01 WS-OPENED-DATE        PIC X(10).
       01 WS-CASE-SCORE         PIC 9(7).
       01 WS-ASSIGNED-TO        PIC 9(9).
       01 WS-OLD-STATUS         PIC X(01).
           88 CASE-IS-OPEN          VALUE "O".
           88 CASE-INVESTIGATING    VALUE "I".
           88 CASE-ESCALATED        VALUE "E".
           88 CASE-IS-CLOSED        VALUE "S" "C".
       01 WS-NEW-STATUS         PIC X(01).
       01 WS-ALERT-COUNT        PIC 9(5).

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       01 OPEN-CASE-COUNT       PIC 9(7) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

       EXEC SQL
           DECLARE OPEN-CASE-CURSOR CURSOR FOR
               SELECT case_id, policy_id, opened_date, case_status,
                   case_score, COALESCE(assigned_to, 0)
               FROM aml_cases
               WHERE case_status IN ('O', 'I', 'E')
               ORDER BY case_score DESC, case_id
       END-EXEC.

       LINKAGE SECTION.

      *> "I" takes the case for investigation, "E" escalates it,
      *> "S" closes it with a SAR filed (the note carries the filing
      *> reference), "C" closes it cleared, "L" lists the open
      *> queue highest score first.
       01 LK-ACTION             PIC X(01).
           88 LK-INVESTIGATE       VALUE "I".
           88 LK-ESCALATE          VALUE "E".
           88 LK-CLOSE-SAR         VALUE "S".
           88 LK-CLOSE-CLEARED     VALUE "C".
           88 LK-LIST-OPEN         VALUE "L".
       01 LK-CASE-ID            PIC 9(9).
       01 LK-OPERATOR-ID        PIC 9(9).
       01 LK-NOTE               PIC X(60).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-CASE-ID LK-OPERATOR-ID
           LK-NOTE LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           EVALUATE TRUE
               WHEN LK-LIST-OPEN
                   PERFORM LIST-OPEN-CASES
               WHEN LK-INVESTIGATE OR LK-ESCALATE
                   OR LK-CLOSE-SAR OR LK-CLOSE-CLEARED
                   PERFORM MOVE-ONE-CASE
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN AML CASE ACTION "
                       LK-ACTION
           END-EVALUATE.

           GOBACK.

      *> the lifecycle only runs forward: investigation from open,
      *> escalation from open or investigating, a SAR once someone
      *> has looked at it, and a clearance from any open state. A
      *> closing needs the reason on record.
       MOVE-ONE-CASE.

           MOVE SPACES TO WS-OLD-STATUS

           EXEC SQL
               SELECT case_status, policy_id
               INTO :WS-OLD-STATUS, :WS-POLICY-ID
               FROM aml_cases
               WHERE case_id = :LK-CASE-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "ERROR: AML CASE " LK-CASE-ID " NOT FOUND"
               WHEN LK-OPERATOR-ID = 0
                   DISPLAY "ERROR: AN OPERATOR ID IS REQUIRED"
               WHEN CASE-IS-CLOSED
                   DISPLAY "ERROR: AML CASE " LK-CASE-ID
                       " IS ALREADY CLOSED"
               WHEN LK-INVESTIGATE AND NOT CASE-IS-OPEN
                   DISPLAY "ERROR: AML CASE " LK-CASE-ID
                       " IS ALREADY UNDER INVESTIGATION"
               WHEN LK-ESCALATE AND CASE-ESCALATED
                   DISPLAY "ERROR: AML CASE " LK-CASE-ID
                       " IS ALREADY ESCALATED"
               WHEN LK-CLOSE-SAR AND CASE-IS-OPEN
                   DISPLAY "ERROR: AML CASE " LK-CASE-ID
                       " MUST BE INVESTIGATED BEFORE A SAR IS FILED"
               WHEN (LK-CLOSE-SAR OR LK-CLOSE-CLEARED)
                   AND LK-NOTE = SPACES
                   DISPLAY "ERROR: CLOSING AN AML CASE NEEDS A "
                       "REASON OR FILING REFERENCE"
               WHEN OTHER
                   MOVE LK-ACTION TO WS-NEW-STATUS
                   PERFORM RECORD-CASE-MOVE
           END-EVALUATE.

       RECORD-CASE-MOVE.

           IF LK-INVESTIGATE
               EXEC SQL
                   UPDATE aml_cases
                   SET case_status = :WS-NEW-STATUS,
                       status_date = :WS-TODAY-DASH,
                       assigned_to = :LK-OPERATOR-ID
                   WHERE case_id = :LK-CASE-ID
                       AND case_status = :WS-OLD-STATUS
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE aml_cases
                   SET case_status = :WS-NEW-STATUS,
                       status_date = :WS-TODAY-DASH
                   WHERE case_id = :LK-CASE-ID
                       AND case_status = :WS-OLD-STATUS
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR: AML CASE " LK-CASE-ID " NOT UPDATED - "
                   SQL-ERROR-MESSAGE
           ELSE
               EXEC SQL
                   INSERT INTO aml_case_events
                   (case_id, event_date, from_status, to_status,
                       operator_id, note)
                   VALUES
                   (:LK-CASE-ID, :WS-TODAY-DASH, :WS-OLD-STATUS,
                       :WS-NEW-STATUS, :LK-OPERATOR-ID, :LK-NOTE)
               END-EXEC

               SET LK-STATUS-OK TO TRUE

               EVALUATE TRUE
                   WHEN LK-INVESTIGATE
                       DISPLAY "AML CASE " LK-CASE-ID
                           " UNDER INVESTIGATION BY " LK-OPERATOR-ID
                   WHEN LK-ESCALATE
                       DISPLAY "AML CASE " LK-CASE-ID
                           " ESCALATED BY " LK-OPERATOR-ID
                   WHEN LK-CLOSE-SAR
                       DISPLAY "AML CASE " LK-CASE-ID
                           " CLOSED - SAR FILED " LK-NOTE
                       DISPLAY "  DISBURSEMENTS ON POLICY "
                           WS-POLICY-ID " RELEASED"
                   WHEN OTHER
                       DISPLAY "AML CASE " LK-CASE-ID
                           " CLOSED - CLEARED"
                       DISPLAY "  DISBURSEMENTS ON POLICY "
                           WS-POLICY-ID " RELEASED"
               END-EVALUATE
           END-IF.

       LIST-OPEN-CASES.

           DISPLAY "--- OPEN AML CASES ---".

           EXEC SQL OPEN OPEN-CASE-CURSOR END-EXEC.

           PERFORM LIST-ONE-CASE
               UNTIL WS-EOF

           EXEC SQL CLOSE OPEN-CASE-CURSOR END-EXEC.

           DISPLAY "OPEN CASES: " OPEN-CASE-COUNT.

           SET LK-STATUS-OK TO TRUE.

       LIST-ONE-CASE.

           EXEC SQL
               FETCH OPEN-CASE-CURSOR
               INTO :WS-CASE-ID, :WS-POLICY-ID, :WS-OPENED-DATE,
                   :WS-OLD-STATUS, :WS-CASE-SCORE, :WS-ASSIGNED-TO
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO OPEN-CASE-COUNT
               MOVE 0 TO WS-ALERT-COUNT

               EXEC SQL
                   SELECT COUNT(*) INTO :WS-ALERT-COUNT
                   FROM aml_alerts
                   WHERE case_id = :WS-CASE-ID
               END-EXEC

               DISPLAY "  CASE " WS-CASE-ID " POLICY " WS-POLICY-ID
                   " OPENED " WS-OPENED-DATE " STATUS "
                   WS-OLD-STATUS " SCORE " WS-CASE-SCORE
                   " ALERTS " WS-ALERT-COUNT " ASSIGNED "
                   WS-ASSIGNED-TO
           END-IF.
