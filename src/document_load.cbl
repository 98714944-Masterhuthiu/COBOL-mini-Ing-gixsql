       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCINDEXLOAD.

      *> the nightly link to the imaging system: its index file says
      *> which scanned document - claim proof, signed application,
      *> death certificate - belongs to which policy, claim,
      *> application or complaint, and this loads it into
      *> document_index. The image stays in imaging; we keep where
      *> to find it. CLAIMPROOF and UWREQUIREMENT cite these ids
      *> when they mark paper received, and ARCHIVEPURGE carries
      *> the rows to the archive with the policy they belong to.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> one document per line, comma-delimited - id, type, receipt
      *> date, pages, then the policy, claim, application and
      *> complaint ids with zero where it does not belong -
      *> "IMG0004417,DEATH-CERT,2026-10-14,3,100045,5012,0,0".
           SELECT DOC-INDEX-FILE ASSIGN TO "DOC_INDEX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOC-INDEX-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  DOC-INDEX-FILE.
       01  DOC-INDEX-RECORD     PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-DOC-INDEX-STATUS   PIC X(02).
           88 DOC-INDEX-OK          VALUE "00".
           88 DOC-INDEX-NOT-FOUND   VALUE "35".

       01 WS-IN-DOCUMENT-ID     PIC X(20).
       01 WS-IN-DOCUMENT-TYPE   PIC X(20).
       01 WS-IN-RECEIPT-DATE    PIC X(10).
       01 WS-IN-PAGE-COUNT      PIC X(06).
       01 WS-IN-POLICY-ID       PIC X(10).
       01 WS-IN-CLAIM-ID        PIC X(10).
       01 WS-IN-APPLICATION-ID  PIC X(10).
       01 WS-IN-COMPLAINT-ID    PIC X(10).

       01 WS-DOCUMENT-ID        PIC X(20).
       01 WS-DOCUMENT-TYPE      PIC X(20).
       01 WS-RECEIPT-DATE       PIC X(10).
       01 WS-RECEIPT-8          PIC 9(8).
       01 WS-PAGE-COUNT         PIC 9(4).
       01 WS-POLICY-ID          PIC 9(9).
       01 WS-CLAIM-ID           PIC 9(9).
       01 WS-APPLICATION-ID     PIC 9(9).
       01 WS-COMPLAINT-ID       PIC 9(9).
       01 WS-EXISTING-COUNT     PIC 9(7).

       01 WS-LINE-STATUS        PIC X(01).
           88 LINE-VALID            VALUE "Y".
           88 LINE-INVALID          VALUE "N".

       01 WS-RUN-ACTION         PIC X(01).
       01 WS-RUN-PROGRAM        PIC X(20).
       01 WS-RUN-ID             PIC 9(9) VALUE 0.
       01 WS-RUN-STATUS         PIC X(01).
       01 WS-RUN-COUNT-1        PIC 9(7).
       01 WS-RUN-COUNT-2        PIC 9(7).
       01 WS-RUN-COUNT-3        PIC 9(7).

       01 RECORD-COUNT          PIC 9(7) VALUE 0.
       01 LOADED-COUNT          PIC 9(7) VALUE 0.
       01 REJECTED-COUNT        PIC 9(7) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

       PROCEDURE DIVISION.

           DISPLAY "=== NIGHTLY DOCUMENT INDEX LOAD ===".

           MOVE "S" TO WS-RUN-ACTION
           MOVE "DOCINDEXLOAD" TO WS-RUN-PROGRAM
           MOVE SPACES TO WS-RUN-STATUS
           MOVE 0 TO WS-RUN-COUNT-1
           MOVE 0 TO WS-RUN-COUNT-2
           MOVE 0 TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

      *> a night with nothing scanned sends no file - that is a
      *> clean run, not a failure.
           OPEN INPUT DOC-INDEX-FILE

           IF DOC-INDEX-NOT-FOUND
               DISPLAY "NO DOCUMENT INDEX FILE - NOTHING TO LOAD"
           ELSE
               PERFORM READ-AND-LOAD-DOCUMENT
                   UNTIL WS-EOF

               CLOSE DOC-INDEX-FILE
           END-IF

           EXEC SQL COMMIT END-EXEC

           MOVE "E" TO WS-RUN-ACTION
           MOVE "C" TO WS-RUN-STATUS
           MOVE RECORD-COUNT TO WS-RUN-COUNT-1
           MOVE LOADED-COUNT TO WS-RUN-COUNT-2
           MOVE REJECTED-COUNT TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "RECORDS READ     : " RECORD-COUNT.
           DISPLAY "DOCUMENTS LOADED : " LOADED-COUNT.
           DISPLAY "REJECTED         : " REJECTED-COUNT.
           DISPLAY "=== DOCUMENT INDEX LOAD COMPLETE ===".

           GOBACK.

       READ-AND-LOAD-DOCUMENT.

           READ DOC-INDEX-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORD-COUNT
                   PERFORM LOAD-ONE-DOCUMENT
           END-READ.

       LOAD-ONE-DOCUMENT.

           MOVE SPACES TO WS-IN-DOCUMENT-ID
           MOVE SPACES TO WS-IN-DOCUMENT-TYPE
           MOVE SPACES TO WS-IN-RECEIPT-DATE
           MOVE SPACES TO WS-IN-PAGE-COUNT
           MOVE SPACES TO WS-IN-POLICY-ID
           MOVE SPACES TO WS-IN-CLAIM-ID
           MOVE SPACES TO WS-IN-APPLICATION-ID
           MOVE SPACES TO WS-IN-COMPLAINT-ID

           UNSTRING DOC-INDEX-RECORD DELIMITED BY ","
               INTO WS-IN-DOCUMENT-ID WS-IN-DOCUMENT-TYPE
                   WS-IN-RECEIPT-DATE WS-IN-PAGE-COUNT
                   WS-IN-POLICY-ID WS-IN-CLAIM-ID
                   WS-IN-APPLICATION-ID WS-IN-COMPLAINT-ID
           END-UNSTRING

           PERFORM EDIT-ONE-DOCUMENT

           IF LINE-INVALID
               ADD 1 TO REJECTED-COUNT
               DISPLAY "REJECTED DOCUMENT LINE: "
                   DOC-INDEX-RECORD(1:60)
           ELSE
               PERFORM STORE-ONE-DOCUMENT
           END-IF.

      *> a line the desk could never find again is turned away - no
      *> id, no type, no usable receipt date, or nothing it belongs
      *> to.
       EDIT-ONE-DOCUMENT.

           SET LINE-INVALID TO TRUE

           IF WS-IN-DOCUMENT-ID NOT = SPACES
               AND WS-IN-DOCUMENT-TYPE NOT = SPACES
               AND WS-IN-RECEIPT-DATE(1:4) IS NUMERIC
               AND WS-IN-RECEIPT-DATE(6:2) IS NUMERIC
               AND WS-IN-RECEIPT-DATE(9:2) IS NUMERIC
               AND FUNCTION TEST-NUMVAL(WS-IN-PAGE-COUNT) = 0
               AND FUNCTION TEST-NUMVAL(WS-IN-POLICY-ID) = 0
               AND FUNCTION TEST-NUMVAL(WS-IN-CLAIM-ID) = 0
               AND FUNCTION TEST-NUMVAL(WS-IN-APPLICATION-ID) = 0
               AND FUNCTION TEST-NUMVAL(WS-IN-COMPLAINT-ID) = 0
               MOVE WS-IN-DOCUMENT-ID TO WS-DOCUMENT-ID
               MOVE WS-IN-DOCUMENT-TYPE TO WS-DOCUMENT-TYPE
               MOVE WS-IN-RECEIPT-DATE TO WS-RECEIPT-DATE
               MOVE WS-IN-RECEIPT-DATE(1:4) TO WS-RECEIPT-8(1:4)
               MOVE WS-IN-RECEIPT-DATE(6:2) TO WS-RECEIPT-8(5:2)
               MOVE WS-IN-RECEIPT-DATE(9:2) TO WS-RECEIPT-8(7:2)
               COMPUTE WS-PAGE-COUNT =
                   FUNCTION NUMVAL(WS-IN-PAGE-COUNT)
               COMPUTE WS-POLICY-ID =
                   FUNCTION NUMVAL(WS-IN-POLICY-ID)
               COMPUTE WS-CLAIM-ID =
                   FUNCTION NUMVAL(WS-IN-CLAIM-ID)
               COMPUTE WS-APPLICATION-ID =
                   FUNCTION NUMVAL(WS-IN-APPLICATION-ID)
               COMPUTE WS-COMPLAINT-ID =
                   FUNCTION NUMVAL(WS-IN-COMPLAINT-ID)

               IF FUNCTION TEST-DATE-YYYYMMDD(WS-RECEIPT-8) = 0
                   AND (WS-POLICY-ID > 0 OR WS-CLAIM-ID > 0
                       OR WS-APPLICATION-ID > 0
                       OR WS-COMPLAINT-ID > 0)
                   SET LINE-VALID TO TRUE
               END-IF
           END-IF.

      *> one row per imaging id - a re-sent or re-indexed document
      *> replaces its row instead of stacking a duplicate.
       STORE-ONE-DOCUMENT.

           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTING-COUNT
               FROM document_index
               WHERE document_id = :WS-DOCUMENT-ID
           END-EXEC

           IF WS-EXISTING-COUNT > 0
               EXEC SQL
                   UPDATE document_index
                   SET document_type = :WS-DOCUMENT-TYPE,
                       receipt_date = :WS-RECEIPT-DATE,
                       page_count = :WS-PAGE-COUNT,
                       policy_id = :WS-POLICY-ID,
                       claim_id = :WS-CLAIM-ID,
                       application_id = :WS-APPLICATION-ID,
                       complaint_id = :WS-COMPLAINT-ID
                   WHERE document_id = :WS-DOCUMENT-ID
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO document_index
                   (document_id, document_type, receipt_date,
                       page_count, policy_id, claim_id,
                       application_id, complaint_id)
                   VALUES
                   (:WS-DOCUMENT-ID, :WS-DOCUMENT-TYPE,
                       :WS-RECEIPT-DATE, :WS-PAGE-COUNT,
                       :WS-POLICY-ID, :WS-CLAIM-ID,
                       :WS-APPLICATION-ID, :WS-COMPLAINT-ID)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               ADD 1 TO LOADED-COUNT
           ELSE
               ADD 1 TO REJECTED-COUNT
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR STORING DOCUMENT " WS-DOCUMENT-ID
                   " - " SQL-ERROR-MESSAGE
           END-IF.
