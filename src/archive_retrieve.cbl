               RECORD KEY IS CA-CLAIM-ID
               FILE STATUS IS WS-CLAIM-ARCHIVE-STATUS.

           SELECT DOCUMENT-ARCHIVE-FILE ASSIGN TO "DOCARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DA-DOCUMENT-ID
               FILE STATUS IS WS-DOC-ARCHIVE-STATUS.

       DATA DIVISION.

       FILE SECTION.
           02 CA-CASE-RESERVE     PIC 9(7)V99.
           02 CA-FRAUD-STATUS     PIC X(01).

       FD  DOCUMENT-ARCHIVE-FILE.
       01  DOCUMENT-ARCHIVE-RECORD.
           02 DA-DOCUMENT-ID      PIC X(20).
           02 DA-POLICY-ID        PIC 9(9).
           02 DA-DOCUMENT-TYPE    PIC X(20).
           02 DA-RECEIPT-DATE     PIC X(10).
           02 DA-PAGE-COUNT       PIC 9(4).
           02 DA-CLAIM-ID         PIC 9(9).
           02 DA-APPLICATION-ID   PIC 9(9).
           02 DA-COMPLAINT-ID     PIC 9(9).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.
           88 CLAIM-ARCHIVE-OK         VALUE "00".
           88 CLAIM-ARCHIVE-MISSING    VALUE "35".

       01 WS-DOC-ARCHIVE-STATUS    PIC X(02).
           88 DOC-ARCHIVE-OK           VALUE "00".
           88 DOC-ARCHIVE-MISSING      VALUE "35".

       01 RIDER-RESTORE-COUNT   PIC 9(5) VALUE 0.
       01 DOC-RESTORE-COUNT     PIC 9(5) VALUE 0.

      *> a policy brought back off the archive has been looked at -
      *> logged against the signed-on operator like any inquiry.
       01 WS-ACCESS-PROGRAM     PIC X(20) VALUE "ARCHIVERETRIEVE".
       01 CLAIM-RESTORE-COUNT   PIC 9(5) VALUE 0.

       01 RIDER-AT-END          PIC X(01) VALUE "N".
       01 CLAIM-AT-END          PIC X(01) VALUE "N".
           88 CLAIM-EOF             VALUE "Y".

       01 DOC-AT-END            PIC X(01) VALUE "N".
           88 DOC-EOF               VALUE "Y".

       LINKAGE SECTION.

       01 LK-POLICY-ID          PIC 9(9).
                   DISPLAY "ERROR READING ARCHIVE: "
                       WS-POLICY-ARCHIVE-STATUS
               WHEN OTHER
                   CALL "ACCESSLOG" USING WS-ACCESS-PROGRAM
                       PA-CUSTOMER-ID PA-POLICY-ID
                   PERFORM REINSERT-THE-POLICY
           END-EVALUATE.

           ELSE
               PERFORM RESTORE-ARCHIVED-RIDERS
               PERFORM RESTORE-ARCHIVED-CLAIMS
               PERFORM RESTORE-ARCHIVED-DOCUMENTS

               EXEC SQL COMMIT END-EXEC

               SET LK-STATUS-OK TO TRUE
               DISPLAY "POLICY " PA-POLICY-ID " RESTORED WITH "
                   RIDER-RESTORE-COUNT " RIDERS, "
                   CLAIM-RESTORE-COUNT " CLAIMS AND "
                   DOC-RESTORE-COUNT " DOCUMENTS"
           END-IF.

      *> the rider and claim archives are keyed by their own ids,
               DISPLAY "ERROR RESTORING CLAIM " CA-CLAIM-ID
                   " - " SQL-ERROR-MESSAGE
           END-IF.

      *> the policy's scanned documents are listed as they come back
      *> - where each image sits in imaging is usually the first
      *> thing the complaint or subpoena asks for.
       RESTORE-ARCHIVED-DOCUMENTS.

           OPEN INPUT DOCUMENT-ARCHIVE-FILE

           IF DOC-ARCHIVE-MISSING
               SET DOC-EOF TO TRUE
           ELSE
               PERFORM SCAN-ONE-ARCHIVED-DOCUMENT
                   UNTIL DOC-EOF
               CLOSE DOCUMENT-ARCHIVE-FILE
           END-IF.

       SCAN-ONE-ARCHIVED-DOCUMENT.

           READ DOCUMENT-ARCHIVE-FILE NEXT RECORD
               AT END
                   SET DOC-EOF TO TRUE
               NOT AT END
                   IF DA-POLICY-ID = LK-POLICY-ID
                       PERFORM REINSERT-ONE-DOCUMENT
                   END-IF
           END-READ.

       REINSERT-ONE-DOCUMENT.

           DISPLAY "  DOCUMENT " DA-DOCUMENT-ID " " DA-DOCUMENT-TYPE
               " RECEIVED " DA-RECEIPT-DATE " PAGES " DA-PAGE-COUNT
               " CLAIM " DA-CLAIM-ID

           EXEC SQL
               INSERT INTO document_index
               (document_id, document_type, receipt_date,
                   page_count, policy_id, claim_id, application_id,
                   complaint_id)
               VALUES
               (:DA-DOCUMENT-ID, :DA-DOCUMENT-TYPE,
                   :DA-RECEIPT-DATE, :DA-PAGE-COUNT, :DA-POLICY-ID,
                   :DA-CLAIM-ID, :DA-APPLICATION-ID,
                   :DA-COMPLAINT-ID)
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO DOC-RESTORE-COUNT
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR RESTORING DOCUMENT " DA-DOCUMENT-ID
                   " - " SQL-ERROR-MESSAGE
           END-IF.
