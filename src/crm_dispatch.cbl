
       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/xmitlog.cpy".

       01 WS-CRM-OUTBOUND-STATUS PIC X(02).
           88 CRM-OUTBOUND-OK       VALUE "00".

       01 SENT-COUNT            PIC 9(7) VALUE 0.
       01 RETRY-COUNT           PIC 9(7) VALUE 0.
       01 DEAD-COUNT            PIC 9(7) VALUE 0.
      *> the queue ids delivered this poll, summed - the hash total
      *> the CRM's acknowledgement is checked against.
       01 SENT-HASH-TOTAL       PIC 9(13)V99 VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

           EXEC SQL CLOSE DISPATCH-CURSOR END-EXEC.

           CLOSE CRM-OUTBOUND-FILE.

      *>   the feed is one file appended poll after poll, so each
      *>   poll that delivered anything is logged as its own send.
           IF SENT-COUNT > 0
               MOVE "S" TO XMIT-ACTION
               MOVE "CRM_OUTBOUND.TXT" TO XMIT-BASE-NAME
               MOVE "CRM_OUTBOUND.TXT" TO XMIT-FILE-NAME
               MOVE 0 TO XMIT-GENERATION-ID
               MOVE SENT-COUNT TO XMIT-RECORD-COUNT
               MOVE SENT-HASH-TOTAL TO XMIT-HASH-TOTAL
               CALL "XMITLOG" USING XMIT-ACTION XMIT-BASE-NAME
                   XMIT-FILE-NAME XMIT-GENERATION-ID
                   XMIT-RECORD-COUNT XMIT-HASH-TOTAL XMIT-ID
                   XMIT-STATUS
           END-IF

           EXEC SQL COMMIT END-EXEC.

           PERFORM PRINT-DEAD-LETTER-REPORT

           DISPLAY "ROWS POLLED   : " POLLED-COUNT.

           IF SQLCODE = 0
               ADD 1 TO SENT-COUNT
               ADD WS-QUEUE-ID TO SENT-HASH-TOTAL
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
