       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIBRESPONSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the bureau's answers - one line per inquiry answered:
      *> "inquiryid,result,codes", result "H" for a hit (the codes
      *> the bureau holds on the applicant follow) or "N" for none -
      *> read the same way DEBITRETURNS reads the bank's file.
           SELECT MIB-RESPONSE-FILE ASSIGN TO "MIB_RESPONSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  MIB-RESPONSE-FILE.
       01  MIB-RESPONSE-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-RESPONSE-STATUS    PIC X(02).
           88 RESPONSE-OK           VALUE "00".
           88 RESPONSE-NOT-FOUND    VALUE "35".

       01 WS-IN-INQUIRY-ID      PIC X(09).
       01 WS-IN-RESULT          PIC X(01).
           88 WS-IN-HIT             VALUE "H".
           88 WS-IN-NO-HIT          VALUE "N".
       01 WS-IN-CODES           PIC X(40).

       01 WS-INQUIRY-ID         PIC 9(9).
       01 WS-APPLICATION-ID     PIC 9(9).

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       01 WS-REQ-ACTION         PIC X(01) VALUE "A".
       01 WS-REQ-POLICY-TYPE    PIC X(20) VALUE SPACES.
       01 WS-REQ-COVERAGE       PIC 9(9)V99 VALUE 0.
       01 WS-REQ-TYPE           PIC X(20) VALUE "MIB-HIT".
       01 WS-REQ-OUTSTANDING    PIC 9(3).
       01 WS-REQ-DOCUMENT-ID    PIC X(20) VALUE SPACES.
       01 WS-REQ-STATUS         PIC X(01).
           88 WS-REQ-OK            VALUE "Y".
           88 WS-REQ-FAILED        VALUE "N".

       01 RESPONSE-COUNT        PIC 9(7) VALUE 0.
       01 HIT-COUNT             PIC 9(7) VALUE 0.
       01 CLEAR-COUNT           PIC 9(7) VALUE 0.
       01 UNMATCHED-COUNT       PIC 9(7) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

       PROCEDURE DIVISION.

           DISPLAY "=== MIB RESPONSE LOAD ===".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           OPEN INPUT MIB-RESPONSE-FILE

           IF RESPONSE-NOT-FOUND
               DISPLAY "NO MIB RESPONSE FILE - NOTHING TO LOAD"
           ELSE
               PERFORM READ-ONE-RESPONSE
                   UNTIL WS-EOF

               CLOSE MIB-RESPONSE-FILE

               EXEC SQL COMMIT END-EXEC
           END-IF.

           DISPLAY "RESPONSES READ   : " RESPONSE-COUNT.
           DISPLAY "HITS             : " HIT-COUNT.
           DISPLAY "NO HIT           : " CLEAR-COUNT.
           DISPLAY "UNMATCHED        : " UNMATCHED-COUNT.
           DISPLAY "=== MIB RESPONSE LOAD COMPLETE ===".

           STOP RUN.

       READ-ONE-RESPONSE.

           READ MIB-RESPONSE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RESPONSE-COUNT
                   PERFORM PROCESS-ONE-RESPONSE
           END-READ.

       PROCESS-ONE-RESPONSE.

           MOVE SPACES TO WS-IN-INQUIRY-ID
           MOVE SPACES TO WS-IN-RESULT
           MOVE SPACES TO WS-IN-CODES

           UNSTRING MIB-RESPONSE-RECORD DELIMITED BY ","
               INTO WS-IN-INQUIRY-ID WS-IN-RESULT WS-IN-CODES
           END-UNSTRING

           IF WS-IN-INQUIRY-ID IS NOT NUMERIC
               OR (NOT WS-IN-HIT AND NOT WS-IN-NO-HIT)
               ADD 1 TO UNMATCHED-COUNT
               DISPLAY "UNREADABLE MIB RESPONSE LINE: "
                   MIB-RESPONSE-RECORD(1:40)
           ELSE
               MOVE WS-IN-INQUIRY-ID TO WS-INQUIRY-ID
               PERFORM MATCH-ONE-RESPONSE
           END-IF.

      *> only an inquiry we sent and have not yet heard back on can
      *> take an answer - a repeat line from a resent file finds
      *> nothing open and is reported, not applied twice.
       MATCH-ONE-RESPONSE.

           EXEC SQL
               SELECT application_id INTO :WS-APPLICATION-ID
               FROM mib_inquiries
               WHERE inquiry_id = :WS-INQUIRY-ID
                   AND inquiry_status = 'S'
           END-EXEC

           IF SQLCODE NOT = 0
               ADD 1 TO UNMATCHED-COUNT
               DISPLAY "UNMATCHED MIB RESPONSE: INQUIRY "
                   WS-INQUIRY-ID " IS NOT AWAITING AN ANSWER"
           ELSE
               IF WS-IN-HIT
                   PERFORM RECORD-ONE-HIT
               ELSE
                   PERFORM RECORD-NO-HIT
               END-IF
           END-IF.

      *> a hit puts an MIB-HIT requirement on the case, so the
      *> evidence gate holds the approval until an underwriter
      *> resolves it through MIBINQUIRY.
       RECORD-ONE-HIT.

           EXEC SQL
               UPDATE mib_inquiries
               SET inquiry_status = 'H',
                   hit_codes = :WS-IN-CODES,
                   response_date = :WS-TODAY-DASH
               WHERE inquiry_id = :WS-INQUIRY-ID
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO HIT-COUNT
               DISPLAY "MIB HIT ON APPLICATION " WS-APPLICATION-ID
                   " - CODES " WS-IN-CODES

               CALL "UWREQUIREMENT" USING WS-REQ-ACTION
                   WS-APPLICATION-ID WS-REQ-POLICY-TYPE
                   WS-REQ-COVERAGE WS-REQ-TYPE WS-REQ-OUTSTANDING
                   WS-REQ-DOCUMENT-ID WS-REQ-STATUS

               IF WS-REQ-FAILED
                   DISPLAY "WARNING: MIB-HIT REQUIREMENT NOT "
                       "ORDERED FOR APPLICATION " WS-APPLICATION-ID
               END-IF
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR RECORDING MIB HIT FOR INQUIRY "
                   WS-INQUIRY-ID " - " SQL-ERROR-MESSAGE
           END-IF.

       RECORD-NO-HIT.

           EXEC SQL
               UPDATE mib_inquiries
               SET inquiry_status = 'N',
                   response_date = :WS-TODAY-DASH
               WHERE inquiry_id = :WS-INQUIRY-ID
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO CLEAR-COUNT
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR RECORDING MIB RESPONSE FOR INQUIRY "
                   WS-INQUIRY-ID " - " SQL-ERROR-MESSAGE
           END-IF.
