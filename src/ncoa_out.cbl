       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCOAOUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NCOA-OUT-FILE ASSIGN TO DYNAMIC WS-NCOA-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NCOA-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *> one fixed-format line per customer we still mail, sent to
      *> the postal change-of-address vendor each cycle - same
      *> line-sequential shape MIBINQOUT writes the bureau's file
      *> in. The customer id goes out so the vendor's response
      *> names the customer it answers; NCOARESPONSE loads that.
      *> Sweeping the book ahead of time catches a move before the
      *> grace notice goes to the old address, where RETURNEDMAIL
      *> only hears of it once the envelope comes back.
       FD  NCOA-OUT-FILE.
       01  NCOA-OUT-RECORD.
           02 NO-CUSTOMER-ID      PIC 9(9).
           02 NO-CUSTOMER-NAME    PIC X(100).
           02 NO-ADDRESS          PIC X(200).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/outgen.cpy".

      *> the dated generation of NCOA_OUT.TXT this run writes.
       01 WS-NCOA-GEN-NAME        PIC X(60).
       01 WS-NCOA-GEN-ID          PIC 9(9) VALUE 0.

       COPY "../copy/customer.cpy".

       01 WS-NCOA-FILE-STATUS   PIC X(02).
           88 NCOA-FILE-OK          VALUE "00".

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       01 WS-RUN-ACTION       PIC X(01).
       01 WS-RUN-PROGRAM      PIC X(20).
       01 WS-RUN-ID           PIC 9(9) VALUE 0.
       01 WS-RUN-STATUS       PIC X(01).
       01 WS-RUN-COUNT-1      PIC 9(7).
       01 WS-RUN-COUNT-2      PIC 9(7).
       01 WS-RUN-COUNT-3      PIC 9(7).

       01 SELECTED-COUNT        PIC 9(7) VALUE 0.
       01 SENT-COUNT            PIC 9(7) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> every customer who owns in-force business and has an
      *> address on file - held customers included, since a held
      *> address is exactly the one the vendor may already have a
      *> forwarding address for. Ownership follows POLICYROLE the
      *> same way the letters do.
       EXEC SQL
           DECLARE NCOA-CUSTOMER-CURSOR CURSOR FOR
               SELECT c.customer_id, c.customer_name, c.address
               FROM customers c
               WHERE c.customer_status IN ('A', 'H')
                   AND COALESCE(c.address, ' ') <> ' '
                   AND EXISTS
                       (SELECT 1 FROM policy_master p
                        WHERE p.policy_status IN ('A', 'W', 'R', 'X')
                            AND COALESCE((SELECT r.customer_id
                                FROM policy_roles r
                                WHERE r.policy_id = p.policy_id
                                    AND r.role_type = 'O'
                                    AND r.role_status = 'A'
                                FETCH FIRST 1 ROW ONLY),
                                p.customer_id) = c.customer_id)
               ORDER BY c.customer_id
       END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY "=== CHANGE-OF-ADDRESS EXTRACT ===".

           MOVE "S" TO WS-RUN-ACTION
           MOVE "NCOAOUT" TO WS-RUN-PROGRAM
           MOVE SPACES TO WS-RUN-STATUS
           MOVE 0 TO WS-RUN-COUNT-1
           MOVE 0 TO WS-RUN-COUNT-2
           MOVE 0 TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           MOVE "O" TO OUTGEN-ACTION
           MOVE "NCOAOUT" TO OUTGEN-PROGRAM
           MOVE "NCOA_OUT.TXT" TO OUTGEN-BASE-NAME
           PERFORM CALL-OUTGEN

           IF OUTGEN-REFUSED
               MOVE "E" TO WS-RUN-ACTION
               MOVE "F" TO WS-RUN-STATUS
               MOVE 0 TO WS-RUN-COUNT-1
               MOVE 0 TO WS-RUN-COUNT-2
               MOVE 0 TO WS-RUN-COUNT-3
               CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
                   WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
                   WS-RUN-COUNT-2 WS-RUN-COUNT-3
               EXEC SQL COMMIT END-EXEC
               DISPLAY "=== CHANGE-OF-ADDRESS EXTRACT NOT RERUN ==="
               STOP RUN
           END-IF

           MOVE OUTGEN-FILE-NAME TO WS-NCOA-GEN-NAME
           MOVE OUTGEN-ID TO WS-NCOA-GEN-ID

           OPEN OUTPUT NCOA-OUT-FILE.

           EXEC SQL OPEN NCOA-CUSTOMER-CURSOR END-EXEC.

           PERFORM EXTRACT-ONE-CUSTOMER
               UNTIL WS-EOF.

           EXEC SQL CLOSE NCOA-CUSTOMER-CURSOR END-EXEC.

           CLOSE NCOA-OUT-FILE.

           MOVE "C" TO OUTGEN-ACTION
           MOVE WS-NCOA-GEN-ID TO OUTGEN-ID
           MOVE SENT-COUNT TO OUTGEN-RECORD-COUNT
           MOVE 0 TO OUTGEN-CONTROL-TOTAL
           PERFORM CALL-OUTGEN

           EXEC SQL COMMIT END-EXEC.

           MOVE "E" TO WS-RUN-ACTION
           MOVE "C" TO WS-RUN-STATUS
           MOVE SELECTED-COUNT TO WS-RUN-COUNT-1
           MOVE SENT-COUNT TO WS-RUN-COUNT-2
           MOVE 0 TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           DISPLAY "CUSTOMERS SELECTED : " SELECTED-COUNT
           DISPLAY "CUSTOMERS SENT     : " SENT-COUNT
           DISPLAY "=== CHANGE-OF-ADDRESS EXTRACT COMPLETE ===".

           STOP RUN.

       EXTRACT-ONE-CUSTOMER.

           EXEC SQL
               FETCH NCOA-CUSTOMER-CURSOR
               INTO :CUST-CUSTOMER-ID, :CUST-NAME, :CUST-ADDRESS
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO SELECTED-COUNT
               PERFORM WRITE-CUSTOMER-RECORD
           END-IF.

      *> the send date is only stamped once the line is on the file
      *> - the response load uses it to tell an answer to this
      *> cycle from a stale line in an old file.
       WRITE-CUSTOMER-RECORD.

           MOVE CUST-CUSTOMER-ID TO NO-CUSTOMER-ID
           MOVE CUST-NAME TO NO-CUSTOMER-NAME
           MOVE CUST-ADDRESS TO NO-ADDRESS

           WRITE NCOA-OUT-RECORD

           IF NOT NCOA-FILE-OK
               DISPLAY "ERROR WRITING CHANGE-OF-ADDRESS LINE FOR "
                   "CUSTOMER " CUST-CUSTOMER-ID ": "
                   WS-NCOA-FILE-STATUS
           ELSE
               EXEC SQL
                   UPDATE customers
                   SET ncoa_sent_date = :WS-TODAY-DASH
                   WHERE customer_id = :CUST-CUSTOMER-ID
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO SENT-COUNT
               ELSE
                   MOVE SQLCODE TO SQL-ERROR-CODE
                   CALL "SQLMSG" USING SQL-ERROR-CODE
                       SQL-ERROR-MESSAGE
                   DISPLAY "ERROR MARKING CUSTOMER "
                       CUST-CUSTOMER-ID " SENT - "
                       SQL-ERROR-MESSAGE
               END-IF
           END-IF.

       CALL-OUTGEN.

           CALL "OUTGEN" USING OUTGEN-ACTION OUTGEN-PROGRAM
               OUTGEN-BASE-NAME OUTGEN-FILE-NAME OUTGEN-ID
               OUTGEN-RECORD-COUNT OUTGEN-CONTROL-TOTAL
               OUTGEN-STATUS.
