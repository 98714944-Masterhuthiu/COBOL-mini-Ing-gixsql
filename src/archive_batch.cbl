               RECORD KEY IS CA-CLAIM-ID
               FILE STATUS IS WS-CLAIM-ARCHIVE-STATUS.

      *> the imaging index rows go with the policy, so a purged
      *> policy's scanned documents can still be found.
           SELECT OPTIONAL DOCUMENT-ARCHIVE-FILE ASSIGN TO "DOCARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DA-DOCUMENT-ID
               FILE STATUS IS WS-DOC-ARCHIVE-STATUS.

           SELECT OPTIONAL MANIFEST-FILE ASSIGN TO "ARCH_MANIFEST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           02 CA-CASE-RESERVE     PIC 9(7)V99.
           02 CA-FRAUD-STATUS     PIC X(01).

      *> DA-POLICY-ID is the archived policy the document went out
      *> with, whichever of its claims, applications or complaints
      *> the document was indexed to.
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

      *> one line per archived policy - what went, when, and with
      *> how many rider and claim rows - the paper trail a purge
      *> must leave behind.
           88 CLAIM-ARCHIVE-OK         VALUE "00".
           88 CLAIM-ARCHIVE-DUP        VALUE "22".

       01 WS-DOC-ARCHIVE-STATUS    PIC X(02).
           88 DOC-ARCHIVE-OK           VALUE "00".
           88 DOC-ARCHIVE-DUP          VALUE "22".

       01 WS-MANIFEST-STATUS       PIC X(02).
           88 MANIFEST-OK              VALUE "00".

       01 WS-CASE-RESERVE       PIC 9(7)V99.
       01 WS-FRAUD-STATUS       PIC X(01).

       01 WS-DOCUMENT-ID        PIC X(20).
       01 WS-DOCUMENT-TYPE      PIC X(20).
       01 WS-RECEIPT-DATE       PIC X(10).
       01 WS-PAGE-COUNT         PIC 9(4).
       01 WS-DOC-CLAIM-ID       PIC 9(9).
       01 WS-DOC-APPLICATION-ID PIC 9(9).
       01 WS-DOC-COMPLAINT-ID   PIC 9(9).

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-JULIAN       PIC 9(7).
       01 WS-TODAY-DASH         PIC X(10).
       01 WS-CUTOFF-DASH        PIC X(10).

       01 POLICY-ARCH-COUNT     PIC 9(7) VALUE 0.
       01 POLICY-HELD-COUNT     PIC 9(7) VALUE 0.

      *> the legal hold register's answer for the record in hand -
      *> LEGALHOLDCHK logs the refusal itself.
       01 WS-HOLD-PROGRAM       PIC X(20) VALUE "ARCHIVEPURGE".
       01 WS-HOLD-ACTION        PIC X(20) VALUE "ARCHIVE AND PURGE".
       01 WS-HOLD-POLICY-ID     PIC 9(9).
       01 WS-HOLD-CLAIM-ID      PIC 9(9).
       01 WS-HOLD-CUSTOMER-ID   PIC 9(9).
       01 WS-HOLD-ID            PIC 9(9).
       01 WS-HOLD-FLAG          PIC X(01).
           88 RECORD-ON-HOLD        VALUE "Y".
           88 RECORD-NOT-HELD       VALUE "N".

       01 WS-PURGE-STATUS       PIC X(01).
           88 PURGE-OK              VALUE "Y".
           88 PURGE-FAILED          VALUE "N".
       01 RIDER-ARCH-COUNT      PIC 9(5).
       01 CLAIM-ARCH-COUNT      PIC 9(5).
       01 DOC-ARCH-COUNT        PIC 9(5).

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".
       01 CLAIM-AT-END          PIC X(01) VALUE "N".
           88 CLAIM-EOF             VALUE "Y".

       01 DOC-AT-END            PIC X(01) VALUE "N".
           88 DOC-EOF               VALUE "Y".

      *> cancelled, lapsed, surrendered and converted policies whose
      *> term ended before the cutoff - the dead weight every full-
      *> table cursor has been dragging through the nightly window.
               ORDER BY claim_id
       END-EXEC.

      *> every document indexed to the policy itself or to one of
      *> its claims, applications or complaints.
       EXEC SQL
           DECLARE ARCH-DOCUMENT-CURSOR CURSOR FOR
               SELECT d.document_id, d.document_type,
                   d.receipt_date, COALESCE(d.page_count, 0),
                   COALESCE(d.claim_id, 0),
                   COALESCE(d.application_id, 0),
                   COALESCE(d.complaint_id, 0)
               FROM document_index d
               WHERE d.policy_id = :POLICY-ID
                   OR d.claim_id IN
                       (SELECT c.claim_id FROM claims c
                        WHERE c.policy_id = :POLICY-ID)
                   OR d.application_id IN
                       (SELECT a.application_id FROM applications a
                        WHERE a.policy_id = :POLICY-ID)
                   OR d.complaint_id IN
                       (SELECT k.complaint_id FROM complaints k
                        WHERE k.policy_id = :POLICY-ID)
               ORDER BY d.document_id
       END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY "=== ARCHIVE AND PURGE OF TERMINATED POLICIES "
           OPEN I-O POLICY-ARCHIVE-FILE
           OPEN I-O RIDER-ARCHIVE-FILE
           OPEN I-O CLAIM-ARCHIVE-FILE
           OPEN I-O DOCUMENT-ARCHIVE-FILE
           OPEN EXTEND MANIFEST-FILE

           EXEC SQL OPEN ARCHIVE-CURSOR END-EXEC.
           CLOSE POLICY-ARCHIVE-FILE
           CLOSE RIDER-ARCHIVE-FILE
           CLOSE CLAIM-ARCHIVE-FILE
           CLOSE DOCUMENT-ARCHIVE-FILE
           CLOSE MANIFEST-FILE

           DISPLAY "POLICIES ARCHIVED: " POLICY-ARCH-COUNT.
           DISPLAY "HELD - NOT PURGED: " POLICY-HELD-COUNT.
           DISPLAY "=== ARCHIVE AND PURGE COMPLETE ===".

           STOP RUN.
           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               PERFORM CHECK-LEGAL-HOLD
           END-IF.

      *> a policy under legal hold - on itself, one of its claims,
      *> or its customer - stays on the live tables exactly as it
      *> is until the hold is released.
       CHECK-LEGAL-HOLD.

           MOVE POLICY-ID TO WS-HOLD-POLICY-ID
           MOVE 0 TO WS-HOLD-CLAIM-ID
           MOVE CUSTOMER-ID TO WS-HOLD-CUSTOMER-ID

           CALL "LEGALHOLDCHK" USING WS-HOLD-PROGRAM WS-HOLD-ACTION
               WS-HOLD-POLICY-ID WS-HOLD-CLAIM-ID
               WS-HOLD-CUSTOMER-ID WS-HOLD-ID WS-HOLD-FLAG

           IF RECORD-ON-HOLD
               ADD 1 TO POLICY-HELD-COUNT
           ELSE
               PERFORM ARCHIVE-UNHELD-POLICY
           END-IF.

       ARCHIVE-UNHELD-POLICY.

           MOVE 0 TO RIDER-ARCH-COUNT
           MOVE 0 TO CLAIM-ARCH-COUNT
           MOVE 0 TO DOC-ARCH-COUNT

           PERFORM WRITE-POLICY-ARCHIVE-ROW

           IF POLICY-ARCHIVE-OK
               PERFORM ARCHIVE-POLICY-RIDERS
               PERFORM ARCHIVE-POLICY-CLAIMS
               PERFORM ARCHIVE-POLICY-DOCUMENTS
               PERFORM PURGE-LIVE-ROWS
               IF PURGE-OK
                   PERFORM WRITE-MANIFEST-LINE
                   PERFORM STAMP-CUSTOMER-PURGE
                   ADD 1 TO POLICY-ARCH-COUNT
               END-IF
           ELSE
               DISPLAY "ERROR ARCHIVING POLICY " POLICY-ID
                   ": FILE STATUS " WS-POLICY-ARCHIVE-STATUS
                   " - LIVE ROWS LEFT IN PLACE"
           END-IF.

      *> a key already on the archive is a policy ARCHIVERETRIEVE
               END-IF
           END-IF.

       ARCHIVE-POLICY-DOCUMENTS.

           MOVE "N" TO DOC-AT-END

           EXEC SQL OPEN ARCH-DOCUMENT-CURSOR END-EXEC

           PERFORM ARCHIVE-ONE-DOCUMENT
               UNTIL DOC-EOF

           EXEC SQL CLOSE ARCH-DOCUMENT-CURSOR END-EXEC.

       ARCHIVE-ONE-DOCUMENT.

           EXEC SQL
               FETCH ARCH-DOCUMENT-CURSOR
               INTO :WS-DOCUMENT-ID, :WS-DOCUMENT-TYPE,
                   :WS-RECEIPT-DATE, :WS-PAGE-COUNT,
                   :WS-DOC-CLAIM-ID, :WS-DOC-APPLICATION-ID,
                   :WS-DOC-COMPLAINT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET DOC-EOF TO TRUE
           ELSE
               MOVE WS-DOCUMENT-ID        TO DA-DOCUMENT-ID
               MOVE POLICY-ID             TO DA-POLICY-ID
               MOVE WS-DOCUMENT-TYPE      TO DA-DOCUMENT-TYPE
               MOVE WS-RECEIPT-DATE       TO DA-RECEIPT-DATE
               MOVE WS-PAGE-COUNT         TO DA-PAGE-COUNT
               MOVE WS-DOC-CLAIM-ID       TO DA-CLAIM-ID
               MOVE WS-DOC-APPLICATION-ID TO DA-APPLICATION-ID
               MOVE WS-DOC-COMPLAINT-ID   TO DA-COMPLAINT-ID

               WRITE DOCUMENT-ARCHIVE-RECORD

               IF DOC-ARCHIVE-DUP
                   REWRITE DOCUMENT-ARCHIVE-RECORD
               END-IF

               IF DOC-ARCHIVE-OK
                   ADD 1 TO DOC-ARCH-COUNT
               ELSE
                   DISPLAY "ERROR ARCHIVING DOCUMENT "
                       WS-DOCUMENT-ID ": FILE STATUS "
                       WS-DOC-ARCHIVE-STATUS
               END-IF
           END-IF.

      *> the one place in the whole system rows actually leave the
      *> live tables - and only after every one of them landed on
      *> the archive files above. Each DELETE is checked on its own
               PERFORM REPORT-PURGE-FAILURE
           END-IF

      *> the index rows go before the claims they are found through.
           IF PURGE-OK
               EXEC SQL
                   DELETE FROM document_index d
                   WHERE d.policy_id = :POLICY-ID
                       OR d.claim_id IN
                           (SELECT c.claim_id FROM claims c
                            WHERE c.policy_id = :POLICY-ID)
                       OR d.application_id IN
                           (SELECT a.application_id
                            FROM applications a
                            WHERE a.policy_id = :POLICY-ID)
                       OR d.complaint_id IN
                           (SELECT k.complaint_id FROM complaints k
                            WHERE k.policy_id = :POLICY-ID)
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM REPORT-PURGE-FAILURE
               END-IF
           END-IF

           IF PURGE-OK
               EXEC SQL
                   DELETE FROM claims
               END-IF
           END-IF.

      *> once a customer's last policy has left the live tables the
      *> date goes on the customers row - the retention clock that
      *> CUSTANONYMIZE waits out before it strips the row down to
      *> what the statistics need. A policy the customer is still
      *> on in any role keeps the clock from starting.
       STAMP-CUSTOMER-PURGE.

           IF CUSTOMER-ID > 0
               EXEC SQL
                   UPDATE customers c
                   SET last_purge_date = :WS-TODAY-DASH
                   WHERE c.customer_id = :CUSTOMER-ID
                       AND NOT EXISTS
                           (SELECT 1 FROM policy_master p
                            WHERE p.customer_id = c.customer_id)
                       AND NOT EXISTS
                           (SELECT 1 FROM policy_roles r,
                                policy_master p2
                            WHERE r.customer_id = c.customer_id
                                AND p2.policy_id = r.policy_id)
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY "WARNING: PURGE DATE NOT STAMPED FOR "
                       "CUSTOMER " CUSTOMER-ID
               END-IF
           END-IF.

       REPORT-PURGE-FAILURE.

           SET PURGE-FAILED TO TRUE
               " STATUS " POLICY-STATUS
               " RIDERS " RIDER-ARCH-COUNT
               " CLAIMS " CLAIM-ARCH-COUNT
               " DOCS " DOC-ARCH-COUNT
               DELIMITED BY SIZE INTO MANIFEST-RECORD

           WRITE MANIFEST-RECORD
