       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHFILE.

      *> the one place that knows the NACHA file format. DEBITEXTRACT
      *> and PAYMENTRUN hand it their electronic items as they go -
      *> each is stored as an ach_entries row with the trace number
      *> it will carry - and at the end of the run ask it to write
      *> the file: a file header, one batch per SEC code, company
      *> entry description and effective date, the entry details,
      *> a batch control after each batch, and the file control,
      *> with the file padded out with nines to whole blocks of ten.
      *> The trace number is the ODFI's routing prefix and a seven-
      *> digit sequence that runs on across every file either side
      *> sends, so a return or a cleared item quoting it finds its
      *> way back to exactly one entry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the collection file (premium debits and prenotes) and the
      *> disbursement file (credits) go to the bank separately, each
      *> run under its own dated generation of the file's name.
           SELECT ACH-DEBIT-FILE ASSIGN TO DYNAMIC WS-ACH-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-FILE-STATUS.

           SELECT ACH-CREDIT-FILE ASSIGN TO DYNAMIC WS-ACH-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  ACH-DEBIT-FILE.
       01  ACH-DEBIT-RECORD     PIC X(94).

       FD  ACH-CREDIT-FILE.
       01  ACH-CREDIT-RECORD    PIC X(94).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-ACH-FILE-STATUS    PIC X(02).
           88 ACH-FILE-OK           VALUE "00".

       COPY "../copy/outgen.cpy".

      *> the generation OUTGEN opened for the file when it was
      *> started, kept on the ach_files row until it is written.
       01 WS-ACH-GEN-NAME       PIC X(60).
       01 WS-ACH-GEN-ID         PIC 9(9).

      *> our origination agreement with the bank - the ODFI routing
      *> the trace numbers start with, the immediate destination and
      *> origin on the file header, and the company identification
      *> every batch carries.
       01 ACH-IMMEDIATE-DEST    PIC X(10) VALUE " 071000013".
       01 ACH-DEST-NAME         PIC X(23) VALUE "FIRST NATIONAL BANK".
       01 ACH-IMMEDIATE-ORIGIN  PIC X(10) VALUE "1364812765".
       01 ACH-ORIGIN-NAME       PIC X(23) VALUE "POLICY ADMINISTRATION".
       01 ACH-COMPANY-NAME      PIC X(16) VALUE "POLICY ADMIN".
       01 ACH-COMPANY-ID        PIC X(10) VALUE "1364812765".
       01 ACH-ODFI-ROUTING      PIC X(08) VALUE "07100001".
       01 ACH-BLOCKING-FACTOR   PIC 9(2) VALUE 10.
       01 ACH-FILE-MODIFIERS    PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *> the five record layouts, each 94 bytes, built in one area.
       01 ACH-RECORD-AREA       PIC X(94).

       01 ACH-FILE-HEADER REDEFINES ACH-RECORD-AREA.
           02 FH-RECORD-TYPE     PIC X(01).
           02 FH-PRIORITY        PIC X(02).
           02 FH-IMMEDIATE-DEST  PIC X(10).
           02 FH-IMMEDIATE-ORIGIN PIC X(10).
           02 FH-CREATION-DATE   PIC X(06).
           02 FH-CREATION-TIME   PIC X(04).
           02 FH-FILE-ID-MODIFIER PIC X(01).
           02 FH-RECORD-SIZE     PIC X(03).
           02 FH-BLOCKING-FACTOR PIC 9(02).
           02 FH-FORMAT-CODE     PIC X(01).
           02 FH-DEST-NAME       PIC X(23).
           02 FH-ORIGIN-NAME     PIC X(23).
           02 FH-REFERENCE-CODE  PIC X(08).

       01 ACH-BATCH-HEADER REDEFINES ACH-RECORD-AREA.
           02 BH-RECORD-TYPE     PIC X(01).
           02 BH-SERVICE-CLASS   PIC X(03).
           02 BH-COMPANY-NAME    PIC X(16).
           02 BH-DISCRETIONARY   PIC X(20).
           02 BH-COMPANY-ID      PIC X(10).
           02 BH-SEC-CODE        PIC X(03).
           02 BH-ENTRY-DESC      PIC X(10).
           02 BH-DESCRIPTIVE-DATE PIC X(06).
           02 BH-EFFECTIVE-DATE  PIC X(06).
           02 BH-SETTLEMENT-DATE PIC X(03).
           02 BH-ORIGINATOR-STATUS PIC X(01).
           02 BH-ODFI-ROUTING    PIC X(08).
           02 BH-BATCH-NUMBER    PIC 9(07).

       01 ACH-ENTRY-DETAIL REDEFINES ACH-RECORD-AREA.
           02 ED-RECORD-TYPE     PIC X(01).
           02 ED-TRANSACTION-CODE PIC 9(02).
           02 ED-RDFI-ROUTING    PIC X(08).
           02 ED-CHECK-DIGIT     PIC X(01).
           02 ED-DFI-ACCOUNT     PIC X(17).
           02 ED-AMOUNT          PIC 9(08)V99.
           02 ED-INDIVIDUAL-ID   PIC X(15).
           02 ED-INDIVIDUAL-NAME PIC X(22).
           02 ED-DISCRETIONARY   PIC X(02).
           02 ED-ADDENDA-IND     PIC X(01).
           02 ED-TRACE-NUMBER    PIC X(15).

       01 ACH-BATCH-CONTROL REDEFINES ACH-RECORD-AREA.
           02 BC-RECORD-TYPE     PIC X(01).
           02 BC-SERVICE-CLASS   PIC X(03).
           02 BC-ENTRY-COUNT     PIC 9(06).
           02 BC-ENTRY-HASH      PIC 9(10).
           02 BC-TOTAL-DEBIT     PIC 9(10)V99.
           02 BC-TOTAL-CREDIT    PIC 9(10)V99.
           02 BC-COMPANY-ID      PIC X(10).
           02 BC-MESSAGE-AUTH    PIC X(19).
           02 BC-RESERVED        PIC X(06).
           02 BC-ODFI-ROUTING    PIC X(08).
           02 BC-BATCH-NUMBER    PIC 9(07).

       01 ACH-FILE-CONTROL REDEFINES ACH-RECORD-AREA.
           02 FC-RECORD-TYPE     PIC X(01).
           02 FC-BATCH-COUNT     PIC 9(06).
           02 FC-BLOCK-COUNT     PIC 9(06).
           02 FC-ENTRY-COUNT     PIC 9(08).
           02 FC-ENTRY-HASH      PIC 9(10).
           02 FC-TOTAL-DEBIT     PIC 9(10)V99.
           02 FC-TOTAL-CREDIT    PIC 9(10)V99.
           02 FC-RESERVED        PIC X(39).

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).
       01 WS-NOW-TIME           PIC X(04).

       01 WS-TRACE-SEQUENCE     PIC 9(7).
       01 WS-CONTROL-COUNT      PIC 9(5).
       01 WS-FILES-TODAY        PIC 9(5).

      *> the entry as read back for the file.
       01 WS-SEC-CODE           PIC X(03).
       01 WS-ENTRY-DESC         PIC X(10).
       01 WS-EFFECTIVE-DATE     PIC X(10).
       01 WS-TRAN-CODE          PIC 9(2).
       01 WS-ROUTING            PIC X(09).
       01 WS-ROUTING-8          PIC 9(08).
       01 WS-ACCOUNT            PIC X(20).
       01 WS-AMOUNT             PIC 9(9)V99.
       01 WS-INDIVIDUAL-ID      PIC X(15).
       01 WS-INDIVIDUAL-NAME    PIC X(22).
       01 WS-TRACE-NUMBER       PIC X(15).

      *> control break on the batch key.
       01 PREV-SEC-CODE         PIC X(03).
       01 PREV-ENTRY-DESC       PIC X(10).
       01 PREV-EFFECTIVE-DATE   PIC X(10).
       01 WS-FIRST-ROW          PIC X(01).
           88 IS-FIRST-ROW          VALUE "Y".
           88 NOT-FIRST-ROW         VALUE "N".

       01 WS-SERVICE-CLASS      PIC X(03).
       01 WS-BATCH-NUMBER       PIC 9(7).
       01 WS-BATCH-ENTRIES      PIC 9(6).
       01 WS-BATCH-HASH         PIC 9(12).
       01 WS-BATCH-DEBIT        PIC 9(10)V99.
       01 WS-BATCH-CREDIT       PIC 9(10)V99.

       01 WS-FILE-BATCHES       PIC 9(6).
       01 WS-FILE-ENTRIES       PIC 9(8).
       01 WS-FILE-HASH          PIC 9(12).
       01 WS-FILE-DEBIT         PIC 9(10)V99.
       01 WS-FILE-CREDIT        PIC 9(10)V99.
       01 WS-RECORD-COUNT       PIC 9(8).
       01 WS-BLOCK-COUNT        PIC 9(6).
       01 WS-PAD-COUNT          PIC 9(2).

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> the file's entries in batch order.
       EXEC SQL
           DECLARE ACH-ENTRY-CURSOR CURSOR FOR
               SELECT sec_code, entry_desc, effective_date,
                   tran_code, routing_number, account_number,
                   amount, individual_id, individual_name,
                   trace_number
               FROM ach_entries
               WHERE ach_file_id = :LK-ACH-FILE-ID
               ORDER BY sec_code, entry_desc, effective_date,
                   trace_number
       END-EXEC.

       LINKAGE SECTION.

      *> "S" starts a file of LK-FILE-KIND ("D" collections, "C"
      *> disbursements) and returns its id, "E" adds one entry to
      *> it and returns the trace number, "W" writes the finished
      *> file. An entry whose routing is not a nine-digit ABA number
      *> is refused - it cannot go out by ACH. A start on a day whose
      *> file has already gone to the bank comes back "R" and opens
      *> nothing - the caller must not run again.
       01 LK-ACTION             PIC X(01).
           88 LK-START-FILE        VALUE "S".
           88 LK-ADD-ENTRY         VALUE "E".
           88 LK-WRITE-FILE        VALUE "W".
       01 LK-FILE-KIND          PIC X(01).
           88 LK-DEBIT-FILE        VALUE "D".
           88 LK-CREDIT-FILE       VALUE "C".
       01 LK-ACH-FILE-ID        PIC 9(9).
       01 LK-SEC-CODE           PIC X(03).
       01 LK-ENTRY-DESC         PIC X(10).
       01 LK-EFFECTIVE-DATE     PIC X(10).
      *> 22/27 checking credit/debit, 23/28 their zero-dollar
      *> prenotes.
       01 LK-TRAN-CODE          PIC 9(2).
       01 LK-BANK-CODE          PIC X(11).
       01 LK-ACCOUNT-NUMBER     PIC X(20).
       01 LK-AMOUNT             PIC 9(9)V99.
       01 LK-INDIVIDUAL-ID      PIC X(15).
       01 LK-INDIVIDUAL-NAME    PIC X(22).
       01 LK-TRACE-NUMBER       PIC X(15).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".
           88 LK-STATUS-REFUSED    VALUE "R".

       PROCEDURE DIVISION USING LK-ACTION LK-FILE-KIND
           LK-ACH-FILE-ID LK-SEC-CODE LK-ENTRY-DESC
           LK-EFFECTIVE-DATE LK-TRAN-CODE LK-BANK-CODE
           LK-ACCOUNT-NUMBER LK-AMOUNT LK-INDIVIDUAL-ID
           LK-INDIVIDUAL-NAME LK-TRACE-NUMBER LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-NOW-TIME
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           EVALUATE TRUE
               WHEN LK-START-FILE
                   PERFORM START-ACH-FILE
               WHEN LK-ADD-ENTRY
                   PERFORM ADD-ACH-ENTRY
               WHEN LK-WRITE-FILE
                   PERFORM WRITE-ACH-FILE
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN ACH ACTION " LK-ACTION
           END-EVALUATE.

           GOBACK.

      *> the collection file belongs to DEBITEXTRACT's run and the
      *> disbursement file to PAYMENTRUN's, and is cataloged so.
       START-ACH-FILE.

           MOVE 0 TO LK-ACH-FILE-ID

           MOVE "O" TO OUTGEN-ACTION
           IF LK-DEBIT-FILE
               MOVE "DEBITEXTRACT" TO OUTGEN-PROGRAM
               MOVE "ACH_DEBITS.ACH" TO OUTGEN-BASE-NAME
           ELSE
               MOVE "PAYMENTRUN" TO OUTGEN-PROGRAM
               MOVE "ACH_PAYMENTS.ACH" TO OUTGEN-BASE-NAME
           END-IF
           PERFORM CALL-OUTGEN

           IF OUTGEN-REFUSED
               SET LK-STATUS-REFUSED TO TRUE
           ELSE
               PERFORM RECORD-ACH-FILE
           END-IF.

       RECORD-ACH-FILE.

           MOVE OUTGEN-FILE-NAME TO WS-ACH-GEN-NAME
           MOVE OUTGEN-ID TO WS-ACH-GEN-ID

           EXEC SQL
               INSERT INTO ach_files
               (file_kind, created_date, file_status,
                   generation_id, file_name)
               VALUES
               (:LK-FILE-KIND, :WS-TODAY-DASH, 'O',
                   :WS-ACH-GEN-ID, :WS-ACH-GEN-NAME)
               RETURNING ach_file_id INTO :LK-ACH-FILE-ID
           END-EXEC

           IF SQLCODE = 0
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE 0 TO LK-ACH-FILE-ID
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR STARTING ACH FILE - " SQL-ERROR-MESSAGE
           END-IF.

       ADD-ACH-ENTRY.

           MOVE SPACES TO LK-TRACE-NUMBER

           EVALUATE TRUE
               WHEN LK-ACH-FILE-ID = 0
                   DISPLAY "ERROR: NO ACH FILE STARTED"
               WHEN LK-BANK-CODE(1:9) IS NOT NUMERIC
                   OR LK-BANK-CODE(10:2) NOT = SPACES
                   CONTINUE
               WHEN LK-ACCOUNT-NUMBER = SPACES
                   CONTINUE
               WHEN OTHER
                   PERFORM NEXT-TRACE-SEQUENCE
                   PERFORM STORE-ACH-ENTRY
           END-EVALUATE.

      *> one counter row behind every file, either side - it wraps
      *> at seven digits, long after any return could still quote
      *> the number it wraps onto.
       NEXT-TRACE-SEQUENCE.

           MOVE 0 TO WS-CONTROL-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :WS-CONTROL-COUNT
               FROM ach_trace_control
           END-EXEC

           IF WS-CONTROL-COUNT = 0
               EXEC SQL
                   INSERT INTO ach_trace_control (last_sequence)
                   VALUES (0)
               END-EXEC
           END-IF

           EXEC SQL
               UPDATE ach_trace_control
               SET last_sequence = MOD(last_sequence, 9999999) + 1
               RETURNING last_sequence INTO :WS-TRACE-SEQUENCE
           END-EXEC

           STRING ACH-ODFI-ROUTING WS-TRACE-SEQUENCE
               DELIMITED BY SIZE INTO LK-TRACE-NUMBER.

       STORE-ACH-ENTRY.

           EXEC SQL
               INSERT INTO ach_entries
               (ach_file_id, sec_code, entry_desc, effective_date,
                   tran_code, routing_number, account_number,
                   amount, individual_id, individual_name,
                   trace_number)
               VALUES
               (:LK-ACH-FILE-ID, :LK-SEC-CODE, :LK-ENTRY-DESC,
                   :LK-EFFECTIVE-DATE, :LK-TRAN-CODE,
                   :LK-BANK-CODE, :LK-ACCOUNT-NUMBER, :LK-AMOUNT,
                   :LK-INDIVIDUAL-ID, :LK-INDIVIDUAL-NAME,
                   :LK-TRACE-NUMBER)
           END-EXEC

           IF SQLCODE = 0
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SPACES TO LK-TRACE-NUMBER
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR RECORDING ACH ENTRY - "
                   SQL-ERROR-MESSAGE
           END-IF.

      *> the file id modifier tells apart files sent the same day -
      *> A for the first, B for the second, and so on.
       WRITE-ACH-FILE.

           MOVE 0 TO WS-FILES-TODAY

           EXEC SQL
               SELECT COUNT(*) INTO :WS-FILES-TODAY
               FROM ach_files
               WHERE created_date = :WS-TODAY-DASH
                   AND file_status = 'W'
           END-EXEC

           IF WS-FILES-TODAY > 25
               MOVE 25 TO WS-FILES-TODAY
           END-IF

           IF LK-DEBIT-FILE
               MOVE "ACH_DEBITS.ACH" TO WS-ACH-GEN-NAME
           ELSE
               MOVE "ACH_PAYMENTS.ACH" TO WS-ACH-GEN-NAME
           END-IF
           MOVE 0 TO WS-ACH-GEN-ID

           EXEC SQL
               SELECT COALESCE(generation_id, 0),
                   COALESCE(file_name, :WS-ACH-GEN-NAME)
               INTO :WS-ACH-GEN-ID, :WS-ACH-GEN-NAME
               FROM ach_files
               WHERE ach_file_id = :LK-ACH-FILE-ID
           END-EXEC

           IF LK-DEBIT-FILE
               OPEN OUTPUT ACH-DEBIT-FILE
           ELSE
               OPEN OUTPUT ACH-CREDIT-FILE
           END-IF

           MOVE 0 TO WS-FILE-BATCHES
           MOVE 0 TO WS-FILE-ENTRIES
           MOVE 0 TO WS-FILE-HASH
           MOVE 0 TO WS-FILE-DEBIT
           MOVE 0 TO WS-FILE-CREDIT
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 0 TO WS-BATCH-NUMBER
           SET IS-FIRST-ROW TO TRUE
           MOVE "N" TO WS-AT-END

           PERFORM WRITE-FILE-HEADER

           EXEC SQL OPEN ACH-ENTRY-CURSOR END-EXEC

           PERFORM WRITE-ONE-ENTRY
               UNTIL WS-EOF

           EXEC SQL CLOSE ACH-ENTRY-CURSOR END-EXEC

           IF NOT-FIRST-ROW
               PERFORM WRITE-BATCH-CONTROL
           END-IF

           PERFORM WRITE-FILE-CONTROL

           IF LK-DEBIT-FILE
               CLOSE ACH-DEBIT-FILE
               MOVE WS-FILE-DEBIT TO OUTGEN-CONTROL-TOTAL
           ELSE
               CLOSE ACH-CREDIT-FILE
               MOVE WS-FILE-CREDIT TO OUTGEN-CONTROL-TOTAL
           END-IF

           MOVE "C" TO OUTGEN-ACTION
           MOVE WS-ACH-GEN-ID TO OUTGEN-ID
           MOVE WS-FILE-ENTRIES TO OUTGEN-RECORD-COUNT
           PERFORM CALL-OUTGEN

           EXEC SQL
               UPDATE ach_files
               SET file_status = 'W',
                   batch_count = :WS-FILE-BATCHES,
                   entry_count = :WS-FILE-ENTRIES,
                   total_debit = :WS-FILE-DEBIT,
                   total_credit = :WS-FILE-CREDIT
               WHERE ach_file_id = :LK-ACH-FILE-ID
           END-EXEC

           DISPLAY "ACH FILE " LK-ACH-FILE-ID " (" LK-FILE-KIND
               ") BATCHES " WS-FILE-BATCHES " ENTRIES "
               WS-FILE-ENTRIES " DEBITS " WS-FILE-DEBIT
               " CREDITS " WS-FILE-CREDIT

           SET LK-STATUS-OK TO TRUE.

       WRITE-FILE-HEADER.

           MOVE SPACES TO ACH-RECORD-AREA
           MOVE "1"                 TO FH-RECORD-TYPE
           MOVE "01"                TO FH-PRIORITY
           MOVE ACH-IMMEDIATE-DEST  TO FH-IMMEDIATE-DEST
           MOVE ACH-IMMEDIATE-ORIGIN TO FH-IMMEDIATE-ORIGIN
           MOVE WS-TODAY-8(3:6)     TO FH-CREATION-DATE
           MOVE WS-NOW-TIME         TO FH-CREATION-TIME
           MOVE ACH-FILE-MODIFIERS(WS-FILES-TODAY + 1:1)
               TO FH-FILE-ID-MODIFIER
           MOVE "094"               TO FH-RECORD-SIZE
           MOVE ACH-BLOCKING-FACTOR TO FH-BLOCKING-FACTOR
           MOVE "1"                 TO FH-FORMAT-CODE
           MOVE ACH-DEST-NAME       TO FH-DEST-NAME
           MOVE ACH-ORIGIN-NAME     TO FH-ORIGIN-NAME
           MOVE LK-ACH-FILE-ID(2:8) TO FH-REFERENCE-CODE

           PERFORM PUT-ACH-RECORD.

       WRITE-ONE-ENTRY.

           EXEC SQL
               FETCH ACH-ENTRY-CURSOR
               INTO :WS-SEC-CODE, :WS-ENTRY-DESC,
                   :WS-EFFECTIVE-DATE, :WS-TRAN-CODE, :WS-ROUTING,
                   :WS-ACCOUNT, :WS-AMOUNT, :WS-INDIVIDUAL-ID,
                   :WS-INDIVIDUAL-NAME, :WS-TRACE-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               IF IS-FIRST-ROW
                   PERFORM WRITE-BATCH-HEADER
               ELSE
                   IF WS-SEC-CODE NOT = PREV-SEC-CODE
                       OR WS-ENTRY-DESC NOT = PREV-ENTRY-DESC
                       OR WS-EFFECTIVE-DATE NOT = PREV-EFFECTIVE-DATE
                       PERFORM WRITE-BATCH-CONTROL
                       PERFORM WRITE-BATCH-HEADER
                   END-IF
               END-IF
               PERFORM WRITE-ENTRY-DETAIL
           END-IF.

      *> a collection file's batches carry debits only (225), a
      *> disbursement file's credits only (220).
       WRITE-BATCH-HEADER.

           SET NOT-FIRST-ROW TO TRUE
           MOVE WS-SEC-CODE TO PREV-SEC-CODE
           MOVE WS-ENTRY-DESC TO PREV-ENTRY-DESC
           MOVE WS-EFFECTIVE-DATE TO PREV-EFFECTIVE-DATE

           ADD 1 TO WS-BATCH-NUMBER
           MOVE 0 TO WS-BATCH-ENTRIES
           MOVE 0 TO WS-BATCH-HASH
           MOVE 0 TO WS-BATCH-DEBIT
           MOVE 0 TO WS-BATCH-CREDIT

           IF LK-DEBIT-FILE
               MOVE "225" TO WS-SERVICE-CLASS
           ELSE
               MOVE "220" TO WS-SERVICE-CLASS
           END-IF

           MOVE SPACES TO ACH-RECORD-AREA
           MOVE "5"                 TO BH-RECORD-TYPE
           MOVE WS-SERVICE-CLASS    TO BH-SERVICE-CLASS
           MOVE ACH-COMPANY-NAME    TO BH-COMPANY-NAME
           MOVE ACH-COMPANY-ID      TO BH-COMPANY-ID
           MOVE WS-SEC-CODE         TO BH-SEC-CODE
           MOVE WS-ENTRY-DESC       TO BH-ENTRY-DESC
           MOVE WS-TODAY-8(3:6)     TO BH-DESCRIPTIVE-DATE
           STRING WS-EFFECTIVE-DATE(3:2) WS-EFFECTIVE-DATE(6:2)
               WS-EFFECTIVE-DATE(9:2) DELIMITED BY SIZE
               INTO BH-EFFECTIVE-DATE
           MOVE "1"                 TO BH-ORIGINATOR-STATUS
           MOVE ACH-ODFI-ROUTING    TO BH-ODFI-ROUTING
           MOVE WS-BATCH-NUMBER     TO BH-BATCH-NUMBER

           PERFORM PUT-ACH-RECORD.

      *> the entry hash is the sum of the receiving banks' eight-
      *> digit routing prefixes, kept to its low ten digits.
       WRITE-ENTRY-DETAIL.

           MOVE WS-ROUTING(1:8) TO WS-ROUTING-8

           MOVE SPACES TO ACH-RECORD-AREA
           MOVE "6"                 TO ED-RECORD-TYPE
           MOVE WS-TRAN-CODE        TO ED-TRANSACTION-CODE
           MOVE WS-ROUTING(1:8)     TO ED-RDFI-ROUTING
           MOVE WS-ROUTING(9:1)     TO ED-CHECK-DIGIT
           MOVE WS-ACCOUNT          TO ED-DFI-ACCOUNT
           MOVE WS-AMOUNT           TO ED-AMOUNT
           MOVE WS-INDIVIDUAL-ID    TO ED-INDIVIDUAL-ID
           MOVE WS-INDIVIDUAL-NAME  TO ED-INDIVIDUAL-NAME
           MOVE "0"                 TO ED-ADDENDA-IND
           MOVE WS-TRACE-NUMBER     TO ED-TRACE-NUMBER

           PERFORM PUT-ACH-RECORD

           ADD 1 TO WS-BATCH-ENTRIES
           ADD WS-ROUTING-8 TO WS-BATCH-HASH

           IF WS-TRAN-CODE = 27 OR WS-TRAN-CODE = 28
               ADD WS-AMOUNT TO WS-BATCH-DEBIT
           ELSE
               ADD WS-AMOUNT TO WS-BATCH-CREDIT
           END-IF.

       WRITE-BATCH-CONTROL.

           MOVE SPACES TO ACH-RECORD-AREA
           MOVE "8"                 TO BC-RECORD-TYPE
           MOVE WS-SERVICE-CLASS    TO BC-SERVICE-CLASS
           MOVE WS-BATCH-ENTRIES    TO BC-ENTRY-COUNT
           MOVE WS-BATCH-HASH       TO BC-ENTRY-HASH
           MOVE WS-BATCH-DEBIT      TO BC-TOTAL-DEBIT
           MOVE WS-BATCH-CREDIT     TO BC-TOTAL-CREDIT
           MOVE ACH-COMPANY-ID      TO BC-COMPANY-ID
           MOVE ACH-ODFI-ROUTING    TO BC-ODFI-ROUTING
           MOVE WS-BATCH-NUMBER     TO BC-BATCH-NUMBER

           PERFORM PUT-ACH-RECORD

           ADD 1 TO WS-FILE-BATCHES
           ADD WS-BATCH-ENTRIES TO WS-FILE-ENTRIES
           ADD WS-BATCH-HASH TO WS-FILE-HASH
           ADD WS-BATCH-DEBIT TO WS-FILE-DEBIT
           ADD WS-BATCH-CREDIT TO WS-FILE-CREDIT.

      *> the block count takes in the file control record itself;
      *> the nines fill the last block out to the blocking factor.
       WRITE-FILE-CONTROL.

           ADD 1 TO WS-RECORD-COUNT
           COMPUTE WS-BLOCK-COUNT =
               (WS-RECORD-COUNT + ACH-BLOCKING-FACTOR - 1)
               / ACH-BLOCKING-FACTOR
           COMPUTE WS-PAD-COUNT =
               WS-BLOCK-COUNT * ACH-BLOCKING-FACTOR
               - WS-RECORD-COUNT
           SUBTRACT 1 FROM WS-RECORD-COUNT

           MOVE SPACES TO ACH-RECORD-AREA
           MOVE "9"                 TO FC-RECORD-TYPE
           MOVE WS-FILE-BATCHES     TO FC-BATCH-COUNT
           MOVE WS-BLOCK-COUNT      TO FC-BLOCK-COUNT
           MOVE WS-FILE-ENTRIES     TO FC-ENTRY-COUNT
           MOVE WS-FILE-HASH        TO FC-ENTRY-HASH
           MOVE WS-FILE-DEBIT       TO FC-TOTAL-DEBIT
           MOVE WS-FILE-CREDIT      TO FC-TOTAL-CREDIT

           PERFORM PUT-ACH-RECORD

           MOVE ALL "9" TO ACH-RECORD-AREA
           PERFORM PUT-ACH-RECORD WS-PAD-COUNT TIMES.

       PUT-ACH-RECORD.

           IF LK-DEBIT-FILE
               WRITE ACH-DEBIT-RECORD FROM ACH-RECORD-AREA
           ELSE
               WRITE ACH-CREDIT-RECORD FROM ACH-RECORD-AREA
           END-IF

           IF ACH-FILE-OK
               ADD 1 TO WS-RECORD-COUNT
           ELSE
               DISPLAY "ERROR WRITING ACH RECORD: "
                   WS-ACH-FILE-STATUS
           END-IF.

       CALL-OUTGEN.

           CALL "OUTGEN" USING OUTGEN-ACTION OUTGEN-PROGRAM
               OUTGEN-BASE-NAME OUTGEN-FILE-NAME OUTGEN-ID
               OUTGEN-RECORD-COUNT OUTGEN-CONTROL-TOTAL
               OUTGEN-STATUS.
