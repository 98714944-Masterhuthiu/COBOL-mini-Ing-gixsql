       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIBINQUIRY.

      *> the application's side of the medical information bureau
      *> exchange. Every application queues an inquiry at intake;
      *> MIBINQOUT sends the queued ones, MIBRESPONSE loads the
      *> bureau's answers back, and a hit stays unresolved - an
      *> MIB-HIT requirement open on the case and the decision
      *> engine refusing to approve it unattended - until an
      *> underwriter has looked at it and resolves it here. The
      *> codes the underwriter assigns at decision are recorded
      *> here too, for MIBREPORT's periodic file back to the bureau.
      *> Inquiry statuses: "Q" queued, "S" sent, "N" no hit,
      *> "H" hit unresolved, "C" hit resolved.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).
       01 WS-DATE-OF-BIRTH      PIC X(10).

       01 WS-REQ-ACTION         PIC X(01).
       01 WS-REQ-POLICY-TYPE    PIC X(20) VALUE SPACES.
       01 WS-REQ-COVERAGE       PIC 9(9)V99 VALUE 0.
       01 WS-REQ-TYPE           PIC X(20) VALUE "MIB-HIT".
       01 WS-REQ-OUTSTANDING    PIC 9(3).
       01 WS-REQ-DOCUMENT-ID    PIC X(20) VALUE SPACES.
       01 WS-REQ-STATUS         PIC X(01).
           88 WS-REQ-OK            VALUE "Y".
           88 WS-REQ-FAILED        VALUE "N".

       LINKAGE SECTION.

      *> "Q" queues the inquiry for a newly filed application, "R"
      *> resolves its hit once underwritten, "D" records the MIB
      *> codes assigned at decision, "C" counts into LK-OUTSTANDING
      *> the inquiries not yet cleared - unresolved hits, and any
      *> still queued or sent with no answer back from the bureau.
       01 LK-ACTION             PIC X(01).
           88 LK-QUEUE             VALUE "Q".
           88 LK-RESOLVE           VALUE "R".
           88 LK-DECISION-CODES    VALUE "D".
           88 LK-COUNT-HITS        VALUE "C".
       01 LK-APPLICATION-ID     PIC 9(9).
       01 LK-CUSTOMER-NAME      PIC X(100).
       01 LK-MIB-CODES          PIC X(40).
       01 LK-OUTSTANDING        PIC 9(3).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-APPLICATION-ID
           LK-CUSTOMER-NAME LK-MIB-CODES LK-OUTSTANDING LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE
           MOVE 0 TO LK-OUTSTANDING

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           EVALUATE TRUE
               WHEN LK-QUEUE
                   PERFORM QUEUE-ONE-INQUIRY
               WHEN LK-RESOLVE
                   PERFORM RESOLVE-ONE-HIT
               WHEN LK-DECISION-CODES
                   PERFORM RECORD-DECISION-CODES
               WHEN LK-COUNT-HITS
                   PERFORM COUNT-UNRESOLVED-HITS
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN MIB ACTION " LK-ACTION
           END-EVALUATE.

           GOBACK.

      *> the bureau matches on name and date of birth - the birth
      *> date comes off the customers row the same exact-name match
      *> UWAUTODECIDE ages the applicant with, and an applicant not
      *> yet on the customer master goes out on name alone.
       QUEUE-ONE-INQUIRY.

           MOVE SPACES TO WS-DATE-OF-BIRTH

           EXEC SQL
               SELECT COALESCE(MIN(date_of_birth), ' ')
               INTO :WS-DATE-OF-BIRTH
               FROM customers
               WHERE customer_name = :LK-CUSTOMER-NAME
                   AND customer_status = 'A'
           END-EXEC

           EXEC SQL
               INSERT INTO mib_inquiries
               (application_id, customer_name, date_of_birth,
                   queued_date, inquiry_status)
               VALUES
               (:LK-APPLICATION-ID, :LK-CUSTOMER-NAME,
                   :WS-DATE-OF-BIRTH, :WS-TODAY-DASH, 'Q')
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "  MIB INQUIRY QUEUED FOR APPLICATION "
                   LK-APPLICATION-ID
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR QUEUEING MIB INQUIRY - "
                   SQL-ERROR-MESSAGE
           END-IF.

      *> the underwriter has weighed the hit - the inquiry closes
      *> and the MIB-HIT requirement is marked in, so neither the
      *> decision engine nor the evidence gate holds the case for
      *> it any longer.
       RESOLVE-ONE-HIT.

           EXEC SQL
               UPDATE mib_inquiries
               SET inquiry_status = 'C',
                   resolved_date = :WS-TODAY-DASH
               WHERE application_id = :LK-APPLICATION-ID
                   AND inquiry_status = 'H'
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
               DISPLAY "MIB HIT RESOLVED FOR APPLICATION "
                   LK-APPLICATION-ID
               SET LK-STATUS-OK TO TRUE

               MOVE "R" TO WS-REQ-ACTION
               CALL "UWREQUIREMENT" USING WS-REQ-ACTION
                   LK-APPLICATION-ID WS-REQ-POLICY-TYPE
                   WS-REQ-COVERAGE WS-REQ-TYPE WS-REQ-OUTSTANDING
                   WS-REQ-DOCUMENT-ID WS-REQ-STATUS
           ELSE
               DISPLAY "ERROR: NO UNRESOLVED MIB HIT ON "
                   "APPLICATION " LK-APPLICATION-ID
           END-IF.

      *> one set of codes per application, correctable until
      *> MIBREPORT has sent it to the bureau - after that it is
      *> the bureau's record and a change is theirs to make.
       RECORD-DECISION-CODES.

           EXEC SQL
               UPDATE mib_reports
               SET mib_codes = :LK-MIB-CODES,
                   recorded_date = :WS-TODAY-DASH
               WHERE application_id = :LK-APPLICATION-ID
                   AND reported_date IS NULL
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) = 0
               EXEC SQL
                   INSERT INTO mib_reports
                   (application_id, mib_codes, recorded_date)
                   SELECT :LK-APPLICATION-ID, :LK-MIB-CODES,
                       :WS-TODAY-DASH
                   WHERE NOT EXISTS
                       (SELECT 1 FROM mib_reports
                        WHERE application_id = :LK-APPLICATION-ID)
               END-EXEC
           END-IF

           IF SQLCODE = 0 AND SQLERRD(3) > 0
               DISPLAY "MIB CODES " LK-MIB-CODES
                   " RECORDED FOR APPLICATION " LK-APPLICATION-ID
               SET LK-STATUS-OK TO TRUE
           ELSE
               IF SQLCODE = 0
                   DISPLAY "ERROR: MIB CODES FOR APPLICATION "
                       LK-APPLICATION-ID " ALREADY REPORTED"
               ELSE
                   MOVE SQLCODE TO SQL-ERROR-CODE
                   CALL "SQLMSG" USING SQL-ERROR-CODE
                       SQL-ERROR-MESSAGE
                   DISPLAY "ERROR RECORDING MIB CODES - "
                       SQL-ERROR-MESSAGE
               END-IF
           END-IF.

       COUNT-UNRESOLVED-HITS.

           EXEC SQL
               SELECT COUNT(*) INTO :LK-OUTSTANDING
               FROM mib_inquiries
               WHERE application_id = :LK-APPLICATION-ID
                   AND inquiry_status IN ('Q', 'S', 'H')
           END-EXEC

           IF SQLCODE = 0
               SET LK-STATUS-OK TO TRUE
           END-IF.
