       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPREPLACE.

      *> the replacement question on a new application - does this
      *> policy replace coverage the applicant already holds, and
      *> if so whose. Each replaced contract is a row against the
      *> application: one of our own policies ("I" internal) or
      *> another carrier's ("E" external). A replacement makes the
      *> state forms mandatory evidence - the signed replacement
      *> notice to the applicant always, the notification to the
      *> existing carrier when the coverage is someone else's - as
      *> UWREQUIREMENT rows, so the approval step's evidence gate
      *> holds the case until they are in. The carrier has to hear
      *> from us within CARRIER-NOTICE-DAYS of the replacement
      *> being recorded; the due date stays on the row for
      *> REPLCOMPLY to report against.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

      *> the state rule's window for notifying the existing carrier,
      *> counted in calendar days from the day the replacement is
      *> recorded against the application.
       01 CARRIER-NOTICE-DAYS   PIC 9(3) VALUE 5.

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-JULIAN       PIC 9(7).
       01 WS-TODAY-DASH         PIC X(10).
       01 WS-DUE-JULIAN         PIC 9(7).
       01 WS-DUE-8              PIC 9(8).
       01 WS-DUE-DASH           PIC X(10).

       01 WS-APP-STATUS         PIC X(01).
       01 WS-CUSTOMER-NAME      PIC X(100).
       01 WS-POLICY-TYPE        PIC X(20).
       01 WS-CUSTOMER-ID        PIC 9(9).
       01 WS-OWNER-ID           PIC 9(9).
       01 WS-REPLACED-STATUS    PIC X(01).
       01 WS-REPLACEMENT-TYPE   PIC X(01).
           88 WS-INTERNAL          VALUE "I".
           88 WS-EXTERNAL          VALUE "E".
       01 WS-ALREADY-RECORDED   PIC 9(3).
       01 DETECTED-COUNT        PIC 9(3).

       01 WS-REQ-ACTION         PIC X(01) VALUE "A".
       01 WS-REQ-POLICY-TYPE    PIC X(20) VALUE SPACES.
       01 WS-REQ-COVERAGE       PIC 9(9)V99 VALUE 0.
       01 WS-REQ-TYPE           PIC X(20).
       01 WS-REQ-OUTSTANDING    PIC 9(3).
       01 WS-REQ-DOCUMENT-ID    PIC X(20) VALUE SPACES.
       01 WS-REQ-STATUS         PIC X(01).
           88 WS-REQ-OK            VALUE "Y".
           88 WS-REQ-FAILED        VALUE "N".

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> the applicant's own in-force policies on the same line of
      *> business - new coverage of the kind the customer already
      *> holds with us is taken as replacing it until the desk says
      *> otherwise.
       EXEC SQL
           DECLARE OWN-POLICY-CURSOR CURSOR FOR
               SELECT policy_id
               FROM policy_master
               WHERE customer_id = :WS-CUSTOMER-ID
                   AND RTRIM(policy_type) = RTRIM(:WS-POLICY-TYPE)
                   AND policy_status IN ('A', 'W', 'R', 'X', 'F')
               ORDER BY policy_id
       END-EXEC.

       LINKAGE SECTION.

      *> "R" records the applicant's answer that the application
      *> replaces a contract - LK-REPLACED-POLICY-ID for one of ours,
      *> otherwise LK-CARRIER-NAME for another carrier's - and "D"
      *> detects internal replacements off the applicant's customer
      *> record, which intake runs on every new application.
       01 LK-ACTION             PIC X(01).
           88 LK-RECORD            VALUE "R".
           88 LK-DETECT            VALUE "D".
       01 LK-APPLICATION-ID     PIC 9(9).
       01 LK-REPLACED-POLICY-ID PIC 9(9).
       01 LK-CARRIER-NAME       PIC X(60).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-APPLICATION-ID
           LK-REPLACED-POLICY-ID LK-CARRIER-NAME LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           COMPUTE WS-TODAY-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-8)
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           COMPUTE WS-DUE-JULIAN =
               WS-TODAY-JULIAN + CARRIER-NOTICE-DAYS
           COMPUTE WS-DUE-8 = FUNCTION DATE-OF-INTEGER
               (WS-DUE-JULIAN)
           STRING WS-DUE-8(1:4) "-" WS-DUE-8(5:2) "-"
               WS-DUE-8(7:2) DELIMITED BY SIZE
               INTO WS-DUE-DASH

           EVALUATE TRUE
               WHEN LK-RECORD
                   PERFORM RECORD-REPLACEMENT
               WHEN LK-DETECT
                   PERFORM DETECT-INTERNAL-REPLACEMENTS
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN REPLACEMENT ACTION "
                       LK-ACTION
           END-EVALUATE.

           GOBACK.

      *> the answer can only be given on an application that has
      *> not yet issued or been declined. A policy number makes it
      *> internal and has to be one of our contracts still in
      *> force; otherwise the other carrier has to be named.
       RECORD-REPLACEMENT.

           PERFORM LOAD-APPLICATION

           MOVE SPACES TO WS-REPLACED-STATUS
           IF LK-REPLACED-POLICY-ID > 0
               SET WS-INTERNAL TO TRUE
               EXEC SQL
                   SELECT policy_status INTO :WS-REPLACED-STATUS
                   FROM policy_master
                   WHERE policy_id = :LK-REPLACED-POLICY-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE SPACES TO WS-REPLACED-STATUS
               END-IF
           ELSE
               SET WS-EXTERNAL TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN WS-APP-STATUS = SPACES
                   DISPLAY "ERROR: APPLICATION " LK-APPLICATION-ID
                       " NOT FOUND, REPLACEMENT NOT RECORDED"
               WHEN WS-APP-STATUS NOT = "R"
                   AND WS-APP-STATUS NOT = "V"
                   AND WS-APP-STATUS NOT = "F"
                   DISPLAY "ERROR: APPLICATION " LK-APPLICATION-ID
                       " IS NOT OPEN, REPLACEMENT NOT RECORDED"
               WHEN WS-INTERNAL AND WS-REPLACED-STATUS = SPACES
                   DISPLAY "ERROR: POLICY " LK-REPLACED-POLICY-ID
                       " NOT FOUND, REPLACEMENT NOT RECORDED"
               WHEN WS-EXTERNAL AND LK-CARRIER-NAME = SPACES
                   DISPLAY "ERROR: REPLACED POLICY OR CARRIER "
                       "REQUIRED, REPLACEMENT NOT RECORDED"
               WHEN OTHER
                   PERFORM STORE-REPLACEMENT
           END-EVALUATE.

       LOAD-APPLICATION.

           MOVE SPACES TO WS-APP-STATUS

           EXEC SQL
               SELECT app_status, customer_name, policy_type
               INTO :WS-APP-STATUS, :WS-CUSTOMER-NAME,
                   :WS-POLICY-TYPE
               FROM applications
               WHERE application_id = :LK-APPLICATION-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-APP-STATUS
           END-IF.

      *> one row per replaced contract - recording the same policy
      *> or carrier twice adds nothing. The forms are ordered every
      *> time; UWREQUIREMENT only orders what is not already open.
       STORE-REPLACEMENT.

           IF WS-INTERNAL
               MOVE SPACES TO LK-CARRIER-NAME
           END-IF

           MOVE 0 TO WS-ALREADY-RECORDED

           EXEC SQL
               SELECT COUNT(*) INTO :WS-ALREADY-RECORDED
               FROM app_replacements
               WHERE application_id = :LK-APPLICATION-ID
                   AND COALESCE(replaced_policy_id, 0) =
                       :LK-REPLACED-POLICY-ID
                   AND RTRIM(COALESCE(carrier_name, ' ')) =
                       RTRIM(:LK-CARRIER-NAME)
           END-EXEC

           IF WS-ALREADY-RECORDED > 0
               SET LK-STATUS-OK TO TRUE
           ELSE
               EXEC SQL
                   INSERT INTO app_replacements
                   (application_id, replacement_type,
                       replaced_policy_id, carrier_name,
                       recorded_date, carrier_due_date)
                   VALUES
                   (:LK-APPLICATION-ID, :WS-REPLACEMENT-TYPE,
                       :LK-REPLACED-POLICY-ID, :LK-CARRIER-NAME,
                       :WS-TODAY-DASH, :WS-DUE-DASH)
               END-EXEC

               IF SQLCODE = 0
                   SET LK-STATUS-OK TO TRUE
                   IF WS-INTERNAL
                       DISPLAY "  APPLICATION " LK-APPLICATION-ID
                           " REPLACES POLICY " LK-REPLACED-POLICY-ID
                   ELSE
                       DISPLAY "  APPLICATION " LK-APPLICATION-ID
                           " REPLACES COVERAGE WITH "
                           LK-CARRIER-NAME(1:30)
                   END-IF
               ELSE
                   MOVE SQLCODE TO SQL-ERROR-CODE
                   CALL "SQLMSG" USING SQL-ERROR-CODE
                       SQL-ERROR-MESSAGE
                   DISPLAY "ERROR RECORDING REPLACEMENT - "
                       SQL-ERROR-MESSAGE
               END-IF
           END-IF

           IF LK-STATUS-OK
               PERFORM MARK-APPLICATION-REPLACING
               PERFORM ORDER-REPLACEMENT-FORMS
           END-IF.

       MARK-APPLICATION-REPLACING.

           EXEC SQL
               UPDATE applications
               SET replacement_ind = 'Y'
               WHERE application_id = :LK-APPLICATION-ID
           END-EXEC.

      *> the notice to the applicant goes with every replacement;
      *> the existing carrier only has to be told when it is not us.
       ORDER-REPLACEMENT-FORMS.

           MOVE "REPL-NOTICE" TO WS-REQ-TYPE
           PERFORM ORDER-ONE-FORM

           IF WS-EXTERNAL
               MOVE "REPL-CARRIER-NOTICE" TO WS-REQ-TYPE
               PERFORM ORDER-ONE-FORM
           END-IF.

       ORDER-ONE-FORM.

           CALL "UWREQUIREMENT" USING WS-REQ-ACTION
               LK-APPLICATION-ID WS-REQ-POLICY-TYPE
               WS-REQ-COVERAGE WS-REQ-TYPE WS-REQ-OUTSTANDING
               WS-REQ-DOCUMENT-ID WS-REQ-STATUS

           IF WS-REQ-FAILED
               DISPLAY "WARNING: " WS-REQ-TYPE " NOT ORDERED FOR "
                   "APPLICATION " LK-APPLICATION-ID
           END-IF.

      *> the applicant is found on the customer master by the same
      *> exact-name match CREATE-POLICY links new policies with; an
      *> applicant not yet on it cannot be holding one of ours.
       DETECT-INTERNAL-REPLACEMENTS.

           PERFORM LOAD-APPLICATION
           MOVE 0 TO WS-CUSTOMER-ID
           MOVE 0 TO DETECTED-COUNT

           IF WS-APP-STATUS NOT = SPACES
               EXEC SQL
                   SELECT COALESCE(MIN(customer_id), 0)
                   INTO :WS-CUSTOMER-ID
                   FROM customers
                   WHERE customer_name = :WS-CUSTOMER-NAME
                       AND customer_status = 'A'
               END-EXEC
           END-IF

           IF WS-CUSTOMER-ID > 0
               EXEC SQL OPEN OWN-POLICY-CURSOR END-EXEC
               MOVE "N" TO WS-AT-END
               PERFORM DETECT-ONE-POLICY
                   UNTIL WS-EOF
               EXEC SQL CLOSE OWN-POLICY-CURSOR END-EXEC
           END-IF

           IF DETECTED-COUNT = 0
               EXEC SQL
                   UPDATE applications
                   SET replacement_ind = 'N'
                   WHERE application_id = :LK-APPLICATION-ID
                       AND replacement_ind IS NULL
               END-EXEC
           ELSE
               DISPLAY "APPLICATION " LK-APPLICATION-ID ": "
                   DETECTED-COUNT " INTERNAL REPLACEMENTS DETECTED"
           END-IF

           SET LK-STATUS-OK TO TRUE.

       DETECT-ONE-POLICY.

           EXEC SQL
               FETCH OWN-POLICY-CURSOR INTO :WS-OWNER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               MOVE WS-OWNER-ID TO LK-REPLACED-POLICY-ID
               MOVE SPACES TO LK-CARRIER-NAME
               SET WS-INTERNAL TO TRUE
               PERFORM STORE-REPLACEMENT
               ADD 1 TO DETECTED-COUNT
           END-IF.
