       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTTIN.

      *> the customer's taxpayer id and W-9, and the IRS mismatch
      *> ("B") notice cycle behind backup withholding. The IRS sends
      *> a notice listing payees whose name and id did not match its
      *> records; each one gets a solicitation letter asking for a
      *> corrected, certified id, and if none comes back by the
      *> deadline backup withholding starts on everything reportable
      *> PAYMENTRUN pays them. A second notice for the same customer
      *> inside three years gets the second letter instead, and only
      *> an id validated by the SSA or IRS clears it - a fresh W-9
      *> is not enough the second time.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/customer.cpy".

      *> business days from the notice to the withholding deadline.
       01 BNOTICE-RESPONSE-DAYS PIC 9(2) VALUE 30.
      *> a second notice inside this many years of the first is a
      *> second notice.
       01 BNOTICE-LOOKBACK-YEARS PIC 9(1) VALUE 3.

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       01 WS-CUSTOMER-COUNT     PIC 9(5).
       01 WS-PRIOR-NOTICES      PIC 9(5).
       01 WS-OPEN-NOTICES       PIC 9(5).
       01 WS-NOTICE-ROUND       PIC 9(1).
       01 WS-NOTICE-ID          PIC 9(9).
       01 WS-RESPOND-BY         PIC X(10).

      *> walking the deadline forward one business day at a time,
      *> through BUSDAY so holidays on the business calendar count.
       01 WS-STEP-8             PIC 9(8).
       01 WS-STEP-JULIAN        PIC 9(7).
       01 WS-STEP-DASH          PIC X(10).
       01 WS-STEP-OPEN-DASH     PIC X(10).

       01 WS-TIN-DIGITS         PIC 9(2).
       01 WS-TIN-BAD-CHARS      PIC 9(2).
       01 WS-TIN-IDX            PIC 9(2).
       01 WS-TIN-CHAR           PIC X(01).

       01 WS-LETTER-TYPE        PIC X(14).
       01 WS-LETTER-POLICY-ID   PIC 9(9).
       01 WS-VARIABLE-DATA      PIC X(100).
       01 WS-LETTER-STATUS      PIC X(01).
           88 WS-LETTER-OK         VALUE "Y".
           88 WS-LETTER-FAILED     VALUE "N".

       01 WS-MASKED-NAME        PIC X(100).
       01 STARTED-COUNT         PIC 9(5) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> notices still unanswered with the deadline reached.
       EXEC SQL
           DECLARE BNOTICE-DUE-CURSOR CURSOR FOR
               SELECT n.notice_id, n.customer_id, n.notice_round,
                   n.respond_by_date, c.customer_name
               FROM tin_notices n, customers c
               WHERE n.notice_status = 'O'
                   AND n.respond_by_date <= :WS-TODAY-DASH
                   AND c.customer_id = n.customer_id
               ORDER BY n.respond_by_date, n.notice_id
       END-EXEC.

       LINKAGE SECTION.

      *> "W" records LK-TAX-ID as certified on a W-9 signed
      *> LK-EVENT-DATE, "V" records an id the SSA or IRS validated
      *> (the only thing that clears a second notice), "N" logs an
      *> IRS mismatch notice dated LK-EVENT-DATE and queues the
      *> solicitation, "B" starts backup withholding for every
      *> notice past its deadline.
       01 LK-ACTION             PIC X(01).
           88 LK-RECORD-W9         VALUE "W".
           88 LK-RECORD-VALIDATED  VALUE "V".
           88 LK-LOG-NOTICE        VALUE "N".
           88 LK-START-BACKUP      VALUE "B".
       01 LK-CUSTOMER-ID        PIC 9(9).
       01 LK-TAX-ID             PIC X(11).
       01 LK-EVENT-DATE         PIC X(10).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-CUSTOMER-ID LK-TAX-ID
           LK-EVENT-DATE LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           IF LK-EVENT-DATE = SPACES
               MOVE WS-TODAY-DASH TO LK-EVENT-DATE
           END-IF

           EVALUATE TRUE
               WHEN LK-RECORD-W9
                   PERFORM RECORD-CERTIFIED-TIN
               WHEN LK-RECORD-VALIDATED
                   PERFORM RECORD-CERTIFIED-TIN
               WHEN LK-LOG-NOTICE
                   PERFORM LOG-MISMATCH-NOTICE
               WHEN LK-START-BACKUP
                   PERFORM START-DUE-BACKUP
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN TIN ACTION " LK-ACTION
           END-EVALUATE.

           GOBACK.

       FIND-THE-CUSTOMER.

           MOVE 0 TO WS-CUSTOMER-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :WS-CUSTOMER-COUNT
               FROM customers
               WHERE customer_id = :LK-CUSTOMER-ID
                   AND customer_status <> 'M'
           END-EXEC.

      *> nine digits, with or without the SSN or EIN dashes - an id
      *> that cannot be right is refused at the desk rather than
      *> found out from the next IRS notice.
       RECORD-CERTIFIED-TIN.

           PERFORM FIND-THE-CUSTOMER

           MOVE 0 TO WS-TIN-DIGITS
           MOVE 0 TO WS-TIN-BAD-CHARS
           PERFORM CHECK-ONE-TIN-CHAR
               VARYING WS-TIN-IDX FROM 1 BY 1
               UNTIL WS-TIN-IDX > 11

           EVALUATE TRUE
               WHEN WS-CUSTOMER-COUNT = 0
                   DISPLAY "ERROR: CUSTOMER " LK-CUSTOMER-ID
                       " NOT FOUND"
               WHEN WS-TIN-DIGITS NOT = 9 OR WS-TIN-BAD-CHARS > 0
                   DISPLAY "ERROR: TAX ID MUST BE NINE DIGITS"
               WHEN OTHER
                   PERFORM STORE-CERTIFIED-TIN
           END-EVALUATE.

       CHECK-ONE-TIN-CHAR.

           MOVE LK-TAX-ID(WS-TIN-IDX:1) TO WS-TIN-CHAR

           EVALUATE TRUE
               WHEN WS-TIN-CHAR IS NUMERIC
                   ADD 1 TO WS-TIN-DIGITS
               WHEN WS-TIN-CHAR = "-" OR WS-TIN-CHAR = SPACE
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-TIN-BAD-CHARS
           END-EVALUATE.

      *> the certified id answers every first notice outstanding;
      *> a validated id answers the second ones too. Backup
      *> withholding comes off only when nothing is left open.
       STORE-CERTIFIED-TIN.

           MOVE LK-TAX-ID TO CUST-TAX-ID
           SET W9-CERTIFIED TO TRUE
           MOVE LK-EVENT-DATE TO CUST-W9-DATE

           EXEC SQL
               UPDATE customers
               SET tax_id = :CUST-TAX-ID,
                   w9_status = :CUST-W9-STATUS,
                   w9_date = :CUST-W9-DATE
               WHERE customer_id = :LK-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR RECORDING TAX ID - " SQL-ERROR-MESSAGE
           ELSE
               IF LK-RECORD-VALIDATED
                   EXEC SQL
                       UPDATE tin_notices
                       SET notice_status = 'R',
                           resolved_date = :LK-EVENT-DATE
                       WHERE customer_id = :LK-CUSTOMER-ID
                           AND notice_status IN ('O', 'B')
                   END-EXEC
               ELSE
                   EXEC SQL
                       UPDATE tin_notices
                       SET notice_status = 'R',
                           resolved_date = :LK-EVENT-DATE
                       WHERE customer_id = :LK-CUSTOMER-ID
                           AND notice_status IN ('O', 'B')
                           AND notice_round = 1
                   END-EXEC
               END-IF

               MOVE 0 TO WS-OPEN-NOTICES

               EXEC SQL
                   SELECT COUNT(*) INTO :WS-OPEN-NOTICES
                   FROM tin_notices
                   WHERE customer_id = :LK-CUSTOMER-ID
                       AND notice_status IN ('O', 'B')
               END-EXEC

               IF WS-OPEN-NOTICES = 0
                   EXEC SQL
                       UPDATE customers
                       SET backup_withholding = 'N'
                       WHERE customer_id = :LK-CUSTOMER-ID
                   END-EXEC

                   DISPLAY "CUSTOMER " LK-CUSTOMER-ID
                       " TAX ID CERTIFIED " LK-EVENT-DATE
               ELSE
                   DISPLAY "CUSTOMER " LK-CUSTOMER-ID
                       " TAX ID RECORDED - A SECOND IRS NOTICE "
                       "STILL NEEDS AN SSA OR IRS VALIDATED ID"
               END-IF

               SET LK-STATUS-OK TO TRUE
           END-IF.

      *> which round the notice is turns on any other notice for the
      *> customer in the lookback; the deadline runs from the notice
      *> date. The letter goes out against the customer's earliest
      *> policy so it reaches the owner's address the usual way.
       LOG-MISMATCH-NOTICE.

           PERFORM FIND-THE-CUSTOMER

           IF WS-CUSTOMER-COUNT = 0
               DISPLAY "ERROR: CUSTOMER " LK-CUSTOMER-ID " NOT FOUND"
           ELSE
               MOVE 0 TO WS-PRIOR-NOTICES

               EXEC SQL
                   SELECT COUNT(*) INTO :WS-PRIOR-NOTICES
                   FROM tin_notices
                   WHERE customer_id = :LK-CUSTOMER-ID
                       AND notice_date >=
                           TO_CHAR(TO_DATE(:LK-EVENT-DATE,
                               'YYYY-MM-DD')
                           - CAST(:BNOTICE-LOOKBACK-YEARS AS INTEGER)
                               * INTERVAL '1 year', 'YYYY-MM-DD')
               END-EXEC

               IF WS-PRIOR-NOTICES > 0
                   MOVE 2 TO WS-NOTICE-ROUND
                   MOVE "BNOTICE-SECOND" TO WS-LETTER-TYPE
               ELSE
                   MOVE 1 TO WS-NOTICE-ROUND
                   MOVE "BNOTICE-FIRST" TO WS-LETTER-TYPE
               END-IF

               PERFORM WORK-OUT-RESPOND-BY
               PERFORM STORE-THE-NOTICE
           END-IF.

       WORK-OUT-RESPOND-BY.

           MOVE LK-EVENT-DATE(1:4) TO WS-STEP-8(1:4)
           MOVE LK-EVENT-DATE(6:2) TO WS-STEP-8(5:2)
           MOVE LK-EVENT-DATE(9:2) TO WS-STEP-8(7:2)
           COMPUTE WS-STEP-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-STEP-8)

           PERFORM STEP-ONE-BUSINESS-DAY
               BNOTICE-RESPONSE-DAYS TIMES

           MOVE WS-STEP-DASH TO WS-RESPOND-BY.

       STEP-ONE-BUSINESS-DAY.

           ADD 1 TO WS-STEP-JULIAN
           COMPUTE WS-STEP-8 = FUNCTION DATE-OF-INTEGER
               (WS-STEP-JULIAN)
           STRING WS-STEP-8(1:4) "-" WS-STEP-8(5:2) "-"
               WS-STEP-8(7:2) DELIMITED BY SIZE
               INTO WS-STEP-DASH

           CALL "BUSDAY" USING WS-STEP-DASH WS-STEP-OPEN-DASH
           MOVE WS-STEP-OPEN-DASH TO WS-STEP-DASH

           MOVE WS-STEP-DASH(1:4) TO WS-STEP-8(1:4)
           MOVE WS-STEP-DASH(6:2) TO WS-STEP-8(5:2)
           MOVE WS-STEP-DASH(9:2) TO WS-STEP-8(7:2)
           COMPUTE WS-STEP-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-STEP-8).

       STORE-THE-NOTICE.

           EXEC SQL
               INSERT INTO tin_notices
               (customer_id, notice_date, notice_round,
                   respond_by_date, notice_status)
               VALUES
               (:LK-CUSTOMER-ID, :LK-EVENT-DATE, :WS-NOTICE-ROUND,
                   :WS-RESPOND-BY, 'O')
               RETURNING notice_id INTO :WS-NOTICE-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR LOGGING IRS NOTICE - "
                   SQL-ERROR-MESSAGE
           ELSE
               MOVE 0 TO WS-LETTER-POLICY-ID

               EXEC SQL
                   SELECT COALESCE(MIN(policy_id), 0)
                   INTO :WS-LETTER-POLICY-ID
                   FROM policy_master
                   WHERE customer_id = :LK-CUSTOMER-ID
               END-EXEC

               MOVE SPACES TO WS-VARIABLE-DATA
               STRING "CUSTOMER " LK-CUSTOMER-ID
                   " - SEND A CORRECTED, SIGNED W-9 BY "
                   WS-RESPOND-BY DELIMITED BY SIZE
                   INTO WS-VARIABLE-DATA

               CALL "CORRQUEUE" USING WS-LETTER-TYPE
                   WS-LETTER-POLICY-ID WS-VARIABLE-DATA
                   WS-LETTER-STATUS

               DISPLAY "IRS NOTICE " WS-NOTICE-ID " ROUND "
                   WS-NOTICE-ROUND " LOGGED FOR CUSTOMER "
                   LK-CUSTOMER-ID " - RESPOND BY " WS-RESPOND-BY
               SET LK-STATUS-OK TO TRUE
           END-IF.

       START-DUE-BACKUP.

           DISPLAY "=== BACKUP WITHHOLDING START " WS-TODAY-DASH
               " ===".

           EXEC SQL OPEN BNOTICE-DUE-CURSOR END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR OPENING NOTICE CURSOR - "
                   SQL-ERROR-MESSAGE
           ELSE
               PERFORM START-ONE-BACKUP
                   UNTIL WS-EOF

               EXEC SQL CLOSE BNOTICE-DUE-CURSOR END-EXEC

               SET LK-STATUS-OK TO TRUE
           END-IF

           DISPLAY "BACKUP WITHHOLDING STARTED: " STARTED-COUNT.

       START-ONE-BACKUP.

           EXEC SQL
               FETCH BNOTICE-DUE-CURSOR
               INTO :WS-NOTICE-ID, :CUST-CUSTOMER-ID,
                   :WS-NOTICE-ROUND, :WS-RESPOND-BY, :CUST-NAME
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               EXEC SQL
                   UPDATE customers
                   SET backup_withholding = 'Y',
                       backup_start_date = :WS-TODAY-DASH
                   WHERE customer_id = :CUST-CUSTOMER-ID
               END-EXEC

               EXEC SQL
                   UPDATE tin_notices
                   SET notice_status = 'B'
                   WHERE notice_id = :WS-NOTICE-ID
               END-EXEC

               ADD 1 TO STARTED-COUNT
               CALL "MASKPII" USING CUST-NAME WS-MASKED-NAME
               DISPLAY "  CUSTOMER " CUST-CUSTOMER-ID " "
                   WS-MASKED-NAME(1:30) " NOTICE " WS-NOTICE-ID
                   " ROUND " WS-NOTICE-ROUND " DUE " WS-RESPOND-BY
           END-IF.
