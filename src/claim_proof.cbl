       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).
       01 ORDERED-COUNT         PIC 9(3).
       01 WS-DOCUMENT-COUNT     PIC 9(7).

       LINKAGE SECTION.

       01 LK-COVERAGE-TYPE      PIC X(50).
       01 LK-PROOF-TYPE         PIC X(20).
       01 LK-OUTSTANDING        PIC 9(3).
      *> on "R", the imaging document id of the proof when it was
      *> scanned - spaces when the paper was not imaged.
       01 LK-DOCUMENT-ID        PIC X(20).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-CLAIM-ID
           LK-COVERAGE-TYPE LK-PROOF-TYPE LK-OUTSTANDING
           LK-DOCUMENT-ID LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE
           MOVE 0 TO LK-OUTSTANDING
               END-IF
           END-IF.

      *> a cited document has to be on the imaging index against
      *> this claim, or the citation points nowhere.
       RECEIVE-ONE-PROOF.

           MOVE 1 TO WS-DOCUMENT-COUNT

           IF LK-DOCUMENT-ID NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-DOCUMENT-COUNT
                   FROM document_index
                   WHERE document_id = :LK-DOCUMENT-ID
                       AND claim_id = :LK-CLAIM-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 0 TO WS-DOCUMENT-COUNT
               END-IF
           END-IF

           IF WS-DOCUMENT-COUNT = 0
               DISPLAY "ERROR: DOCUMENT " LK-DOCUMENT-ID
                   " IS NOT INDEXED TO CLAIM " LK-CLAIM-ID
           ELSE
               PERFORM MARK-PROOF-RECEIVED
           END-IF.

       MARK-PROOF-RECEIVED.

           EXEC SQL
               UPDATE claim_proofs
               SET proof_status = 'R',
                   received_date = :WS-TODAY-DASH,
                   document_id = NULLIF(RTRIM(:LK-DOCUMENT-ID), '')
               WHERE claim_id = :LK-CLAIM-ID
                   AND RTRIM(proof_type) = RTRIM(:LK-PROOF-TYPE)
                   AND proof_status = 'O'
