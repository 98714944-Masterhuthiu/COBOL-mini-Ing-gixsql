       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLCASHRPT.

      *> the periodic report of cash and cash-equivalent receipts
      *> over the reporting threshold - currency, money orders,
      *> cashier's checks, bank drafts and traveler's checks. Items
      *> received on one policy on the same day are related
      *> transactions and are added together, so a large premium
      *> split across several money orders is reported as the one
      *> payment it was. The filing itself is compliance's job;
      *> this produces the list they file from.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-REPORT-FILE ASSIGN TO DYNAMIC WS-CASH-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CASH-REPORT-FILE.
       01  CASH-REPORT-RECORD.
           02 CR-POLICY-ID        PIC 9(9).
           02 CR-CUSTOMER-NAME    PIC X(60).
           02 CR-RECEIPT-DATE     PIC X(10).
           02 CR-ITEM-COUNT       PIC 9(3).
           02 CR-TOTAL-AMOUNT     PIC 9(11)V99.
           02 CR-PAYER-NAME       PIC X(60).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/outgen.cpy".

      *> the dated generation of AML_CASH_REPORT.TXT this run writes.
       01 WS-CASH-GEN-NAME        PIC X(60).
       01 WS-CASH-GEN-ID          PIC 9(9) VALUE 0.

       01 CASH-REPORT-LIMIT     PIC 9(9)V99 VALUE 10000.00.

       01 WS-CASH-REPORT-STATUS PIC X(02).
           88 CASH-REPORT-OK        VALUE "00".

       01 WS-POLICY-ID          PIC 9(9).
       01 WS-RECEIPT-DATE       PIC X(10).
       01 WS-ITEM-COUNT         PIC 9(3).
       01 WS-TOTAL-AMOUNT       PIC 9(11)V99.
       01 WS-PAYER-NAME         PIC X(60).
       01 WS-CUSTOMER-NAME      PIC X(100).

       01 REPORT-COUNT          PIC 9(7) VALUE 0.
       01 REPORT-TOTAL          PIC 9(13)V99 VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> a payer named on any of the day's items is carried; the
      *> policyholder is the customer the report names.
       EXEC SQL
           DECLARE CASH-REPORT-CURSOR CURSOR FOR
               SELECT r.policy_id, r.receipt_date, COUNT(*),
                   SUM(r.amount),
                   COALESCE(MAX(r.payer_name), ' '),
                   COALESCE(MAX(p.customer_name), ' ')
               FROM cash_receipts r
                   LEFT JOIN policy_master p
                       ON p.policy_id = r.policy_id
               WHERE r.instrument IN ('CA', 'MO', 'CC', 'BD', 'TC')
                   AND r.policy_id > 0
                   AND r.receipt_date BETWEEN :LK-PERIOD-START
                       AND :LK-PERIOD-END
               GROUP BY r.policy_id, r.receipt_date
               HAVING SUM(r.amount) > :CASH-REPORT-LIMIT
               ORDER BY r.receipt_date, r.policy_id
       END-EXEC.

       LINKAGE SECTION.

       01 LK-PERIOD-START       PIC X(10).
       01 LK-PERIOD-END         PIC X(10).

       PROCEDURE DIVISION USING LK-PERIOD-START LK-PERIOD-END.

           DISPLAY "=== CASH-EQUIVALENT RECEIPTS OVER THRESHOLD ===".
           DISPLAY "PERIOD: " LK-PERIOD-START " TO " LK-PERIOD-END.

           MOVE "O" TO OUTGEN-ACTION
           MOVE "AMLCASHRPT" TO OUTGEN-PROGRAM
           MOVE "AML_CASH_REPORT.TXT" TO OUTGEN-BASE-NAME
           PERFORM CALL-OUTGEN

           IF OUTGEN-REFUSED
               DISPLAY "=== CASH REPORT NOT RERUN ==="
               GOBACK
           END-IF

           MOVE OUTGEN-FILE-NAME TO WS-CASH-GEN-NAME
           MOVE OUTGEN-ID TO WS-CASH-GEN-ID

           OPEN OUTPUT CASH-REPORT-FILE

           EXEC SQL OPEN CASH-REPORT-CURSOR END-EXEC.

           PERFORM REPORT-ONE-DAY
               UNTIL WS-EOF

           EXEC SQL CLOSE CASH-REPORT-CURSOR END-EXEC.

           CLOSE CASH-REPORT-FILE

           MOVE "C" TO OUTGEN-ACTION
           MOVE WS-CASH-GEN-ID TO OUTGEN-ID
           MOVE REPORT-COUNT TO OUTGEN-RECORD-COUNT
           MOVE REPORT-TOTAL TO OUTGEN-CONTROL-TOTAL
           PERFORM CALL-OUTGEN

           DISPLAY "REPORTABLE RECEIPTS: " REPORT-COUNT.
           DISPLAY "REPORTABLE TOTAL   : " REPORT-TOTAL.
           DISPLAY "=== END OF REPORT ===".

           GOBACK.

       REPORT-ONE-DAY.

           EXEC SQL
               FETCH CASH-REPORT-CURSOR
               INTO :WS-POLICY-ID, :WS-RECEIPT-DATE, :WS-ITEM-COUNT,
                   :WS-TOTAL-AMOUNT, :WS-PAYER-NAME,
                   :WS-CUSTOMER-NAME
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO REPORT-COUNT
               ADD WS-TOTAL-AMOUNT TO REPORT-TOTAL

               MOVE WS-POLICY-ID TO CR-POLICY-ID
               MOVE WS-CUSTOMER-NAME TO CR-CUSTOMER-NAME
               MOVE WS-RECEIPT-DATE TO CR-RECEIPT-DATE
               MOVE WS-ITEM-COUNT TO CR-ITEM-COUNT
               MOVE WS-TOTAL-AMOUNT TO CR-TOTAL-AMOUNT
               MOVE WS-PAYER-NAME TO CR-PAYER-NAME
               WRITE CASH-REPORT-RECORD

               DISPLAY "  POLICY " WS-POLICY-ID " " WS-RECEIPT-DATE
                   " ITEMS " WS-ITEM-COUNT " TOTAL " WS-TOTAL-AMOUNT
           END-IF.

       CALL-OUTGEN.

           CALL "OUTGEN" USING OUTGEN-ACTION OUTGEN-PROGRAM
               OUTGEN-BASE-NAME OUTGEN-FILE-NAME OUTGEN-ID
               OUTGEN-RECORD-COUNT OUTGEN-CONTROL-TOTAL
               OUTGEN-STATUS.
