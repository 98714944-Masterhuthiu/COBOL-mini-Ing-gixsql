       IDENTIFICATION DIVISION.
       PROGRAM-ID. XMITACK.

      *> loads the acknowledgements and rejects the receivers send
      *> back for the files XMITLOG logged, and matches each onto
      *> the oldest send of that file still waiting on an answer.
      *> An acknowledgement whose record count or hash total does
      *> not agree with what we sent is kept as a discrepancy, not
      *> taken as received; a reject reopens the file's generation
      *> so the corrected rerun can be made and sent again.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> one acknowledgement per line, comma-delimited -
      *> "filename,result,records,hashtotal,reference,reason" -
      *> result "A" accepted or "R" rejected; a receiver that
      *> reports no counts leaves them empty. Read the same way
      *> MIBRESPONSE reads the bureau's answers.
           SELECT ACK-INPUT-FILE ASSIGN TO "TRANSMIT_ACKS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-INPUT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  ACK-INPUT-FILE.
       01  ACK-INPUT-RECORD     PIC X(200).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/outgen.cpy".

       01 WS-ACK-INPUT-STATUS   PIC X(02).
           88 ACK-INPUT-OK          VALUE "00".
           88 ACK-INPUT-NOT-FOUND   VALUE "35".

       01 WS-IN-FILE-NAME       PIC X(60).
       01 WS-IN-RESULT          PIC X(01).
           88 WS-IN-ACCEPTED        VALUE "A".
           88 WS-IN-REJECTED        VALUE "R".
       01 WS-IN-RECORDS         PIC X(12).
       01 WS-IN-HASH            PIC X(20).
       01 WS-IN-REFERENCE       PIC X(30).
       01 WS-IN-REASON          PIC X(60).

       01 WS-FILE-NAME          PIC X(60).
       01 WS-XMIT-ID            PIC 9(9).
       01 WS-DESTINATION        PIC X(10).
       01 WS-GENERATION-ID      PIC 9(9).
       01 WS-SENT-RECORDS       PIC 9(9).
       01 WS-SENT-HASH          PIC 9(13)V99.
       01 WS-ACK-RECORDS        PIC 9(9).
       01 WS-ACK-HASH           PIC 9(13)V99.
       01 WS-ACK-STATUS         PIC X(01).
       01 WS-ACK-REFERENCE      PIC X(30).
       01 WS-REJECT-REASON      PIC X(60).

       01 WS-LINE-READABLE      PIC X(01).
           88 LINE-READABLE         VALUE "Y".
           88 LINE-UNREADABLE       VALUE "N".

       01 LINE-COUNT            PIC 9(7) VALUE 0.
       01 ACKED-COUNT           PIC 9(7) VALUE 0.
       01 DISCREPANCY-COUNT     PIC 9(7) VALUE 0.
       01 REJECTED-COUNT        PIC 9(7) VALUE 0.
       01 UNMATCHED-COUNT       PIC 9(7) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

       PROCEDURE DIVISION.

           DISPLAY "=== TRANSMISSION ACKNOWLEDGEMENT LOAD ===".

           OPEN INPUT ACK-INPUT-FILE

           IF ACK-INPUT-NOT-FOUND
               DISPLAY "NO ACKNOWLEDGEMENT FILE - NOTHING TO LOAD"
           ELSE
               PERFORM READ-ONE-ACK
                   UNTIL WS-EOF

               CLOSE ACK-INPUT-FILE

               EXEC SQL COMMIT END-EXEC
           END-IF.

           DISPLAY "LINES READ       : " LINE-COUNT.
           DISPLAY "ACKNOWLEDGED     : " ACKED-COUNT.
           DISPLAY "COUNTS DISAGREE  : " DISCREPANCY-COUNT.
           DISPLAY "REJECTED         : " REJECTED-COUNT.
           DISPLAY "UNMATCHED        : " UNMATCHED-COUNT.
           DISPLAY "=== ACKNOWLEDGEMENT LOAD COMPLETE ===".

           STOP RUN.

       READ-ONE-ACK.

           READ ACK-INPUT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO LINE-COUNT
                   PERFORM PROCESS-ONE-ACK
           END-READ.

       PROCESS-ONE-ACK.

           MOVE SPACES TO WS-IN-FILE-NAME
           MOVE SPACES TO WS-IN-RESULT
           MOVE SPACES TO WS-IN-RECORDS
           MOVE SPACES TO WS-IN-HASH
           MOVE SPACES TO WS-IN-REFERENCE
           MOVE SPACES TO WS-IN-REASON

           UNSTRING ACK-INPUT-RECORD DELIMITED BY ","
               INTO WS-IN-FILE-NAME WS-IN-RESULT WS-IN-RECORDS
                   WS-IN-HASH WS-IN-REFERENCE WS-IN-REASON
           END-UNSTRING

           SET LINE-READABLE TO TRUE
           MOVE 0 TO WS-ACK-RECORDS
           MOVE 0 TO WS-ACK-HASH

           EVALUATE TRUE
               WHEN WS-IN-FILE-NAME = SPACES
                   SET LINE-UNREADABLE TO TRUE
               WHEN NOT WS-IN-ACCEPTED AND NOT WS-IN-REJECTED
                   SET LINE-UNREADABLE TO TRUE
               WHEN WS-IN-RECORDS NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-IN-RECORDS) NOT = 0
                   SET LINE-UNREADABLE TO TRUE
               WHEN WS-IN-HASH NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-IN-HASH) NOT = 0
                   SET LINE-UNREADABLE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF LINE-UNREADABLE
               ADD 1 TO UNMATCHED-COUNT
               DISPLAY "UNREADABLE ACKNOWLEDGEMENT LINE: "
                   ACK-INPUT-RECORD(1:60)
           ELSE
               IF WS-IN-RECORDS NOT = SPACES
                   COMPUTE WS-ACK-RECORDS =
                       FUNCTION NUMVAL(WS-IN-RECORDS)
               END-IF
               IF WS-IN-HASH NOT = SPACES
                   COMPUTE WS-ACK-HASH =
                       FUNCTION NUMVAL(WS-IN-HASH)
               END-IF
               MOVE WS-IN-FILE-NAME TO WS-FILE-NAME
               PERFORM MATCH-ONE-ACK
           END-IF.

      *> only a send still waiting on its answer can take one - a
      *> repeated line from a resent acknowledgement file finds
      *> nothing pending and is reported, not applied twice.
       MATCH-ONE-ACK.

           EXEC SQL
               SELECT xmit_id, destination_code,
                   COALESCE(generation_id, 0), record_count,
                   hash_total
               INTO :WS-XMIT-ID, :WS-DESTINATION,
                   :WS-GENERATION-ID, :WS-SENT-RECORDS,
                   :WS-SENT-HASH
               FROM transmission_log
               WHERE file_name = :WS-FILE-NAME
                   AND ack_status = 'P'
               ORDER BY sent_at, xmit_id
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               ADD 1 TO UNMATCHED-COUNT
               DISPLAY "UNMATCHED ACKNOWLEDGEMENT: " WS-FILE-NAME
                   " IS NOT AWAITING AN ANSWER"
           ELSE
               IF WS-IN-REJECTED
                   PERFORM RECORD-REJECT
               ELSE
                   PERFORM RECORD-ACCEPTANCE
               END-IF
           END-IF.

      *> a count the receiver leaves off is not held against the
      *> file; a count it gives has to agree with ours.
       RECORD-ACCEPTANCE.

           MOVE "A" TO WS-ACK-STATUS

           IF WS-IN-RECORDS NOT = SPACES
               AND WS-ACK-RECORDS NOT = WS-SENT-RECORDS
               MOVE "D" TO WS-ACK-STATUS
           END-IF
           IF WS-IN-HASH NOT = SPACES
               AND WS-ACK-HASH NOT = WS-SENT-HASH
               MOVE "D" TO WS-ACK-STATUS
           END-IF

           IF WS-ACK-STATUS = "D"
               ADD 1 TO DISCREPANCY-COUNT
               DISPLAY "DISCREPANCY: " WS-FILE-NAME " ("
                   WS-DESTINATION ") SENT " WS-SENT-RECORDS " / "
                   WS-SENT-HASH " - RECEIVED " WS-ACK-RECORDS
                   " / " WS-ACK-HASH
           ELSE
               ADD 1 TO ACKED-COUNT
           END-IF

           MOVE SPACES TO WS-REJECT-REASON
           PERFORM UPDATE-THE-SEND.

       RECORD-REJECT.

           MOVE "R" TO WS-ACK-STATUS
           MOVE WS-IN-REASON TO WS-REJECT-REASON
           ADD 1 TO REJECTED-COUNT
           DISPLAY "REJECTED: " WS-FILE-NAME " BY " WS-DESTINATION
               " - " WS-REJECT-REASON

           PERFORM UPDATE-THE-SEND

           IF WS-GENERATION-ID NOT = 0
               MOVE "J" TO OUTGEN-ACTION
               MOVE WS-GENERATION-ID TO OUTGEN-ID
               CALL "OUTGEN" USING OUTGEN-ACTION OUTGEN-PROGRAM
                   OUTGEN-BASE-NAME OUTGEN-FILE-NAME OUTGEN-ID
                   OUTGEN-RECORD-COUNT OUTGEN-CONTROL-TOTAL
                   OUTGEN-STATUS
           END-IF.

       UPDATE-THE-SEND.

           MOVE WS-IN-REFERENCE TO WS-ACK-REFERENCE

           EXEC SQL
               UPDATE transmission_log
               SET ack_status = :WS-ACK-STATUS,
                   ack_at = CURRENT_TIMESTAMP,
                   ack_reference = :WS-ACK-REFERENCE,
                   ack_record_count = :WS-ACK-RECORDS,
                   ack_hash_total = :WS-ACK-HASH,
                   reject_reason = :WS-REJECT-REASON
               WHERE xmit_id = :WS-XMIT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR RECORDING ACKNOWLEDGEMENT FOR "
                   WS-FILE-NAME " - " SQL-ERROR-MESSAGE
           END-IF.
