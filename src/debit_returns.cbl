       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the bank's returns file - one line per debit that did not
      *> collect: "reference,returncode" - read the same way
      *> CLAIMSINTAKE reads the TPA file. The reference is the
      *> fifteen-digit trace number of the NACHA entry, or on the
      *> older extract the nine-digit invoice (or prenote) id.
           SELECT RETURNS-INPUT-FILE ASSIGN TO "DEBIT_RETURNS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNS-INPUT-STATUS.
           88 RETURNS-INPUT-OK        VALUE "00".
           88 RETURNS-INPUT-NOT-FOUND VALUE "35".

       01 WS-IN-REFERENCE       PIC X(15).
       01 WS-ACH-TRACE          PIC X(15).
       01 WS-IN-RETURN-CODE     PIC X(04).

       01 WS-INVOICE-ID         PIC 9(9).

       PROCESS-ONE-RETURN.

           MOVE SPACES TO WS-IN-REFERENCE
           MOVE SPACES TO WS-IN-RETURN-CODE

           UNSTRING RETURNS-INPUT-RECORD DELIMITED BY ","
               INTO WS-IN-REFERENCE WS-IN-RETURN-CODE
           END-UNSTRING

           MOVE WS-IN-RETURN-CODE TO WS-RETURN-CODE

           EVALUATE TRUE
               WHEN WS-IN-REFERENCE(1:9) IS NUMERIC
                   AND WS-IN-REFERENCE(10:6) = SPACES
                   MOVE WS-IN-REFERENCE(1:9) TO WS-INVOICE-ID
                   PERFORM REVERSE-ONE-DEBIT
               WHEN WS-IN-REFERENCE IS NUMERIC
                   MOVE WS-IN-REFERENCE TO WS-ACH-TRACE
                   PERFORM RESOLVE-ACH-TRACE
               WHEN OTHER
                   ADD 1 TO UNMATCHED-COUNT
                   DISPLAY "UNMATCHED RETURN LINE: "
                       RETURNS-INPUT-RECORD(1:40)
           END-EVALUATE.

      *> a NACHA return quotes the trace number of the entry that
      *> bounced - DEBITEXTRACT kept it on the debit or prenote it
      *> sent, so the trace leads straight back to the same paths
      *> the invoice id always took.
       RESOLVE-ACH-TRACE.

           MOVE 0 TO WS-INVOICE-ID

           EXEC SQL
               SELECT invoice_id INTO :WS-INVOICE-ID
               FROM direct_debits
               WHERE ach_trace = :WS-ACH-TRACE
                   AND debit_status = 'S'
           END-EXEC

           IF SQLCODE = 0
               PERFORM REVERSE-ONE-DEBIT
           ELSE
               EXEC SQL
                   SELECT prenote_id INTO :WS-INVOICE-ID
                   FROM prenotes
                   WHERE ach_trace = :WS-ACH-TRACE
               END-EXEC

               IF SQLCODE = 0
                   PERFORM CHECK-PRENOTE-RETURN
               ELSE
                   ADD 1 TO UNMATCHED-COUNT
                   DISPLAY "RETURN FOR TRACE " WS-ACH-TRACE
                       " MATCHES NO OUTSTANDING DEBIT (CODE "
                       WS-RETURN-CODE ")"
               END-IF
           END-IF.

      *> the debit we sent for this invoice came back unpaid - flag
