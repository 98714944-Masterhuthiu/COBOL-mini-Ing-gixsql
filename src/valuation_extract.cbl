       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALUATION-FILE ASSIGN TO DYNAMIC WS-VAL-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALUATION-STATUS.

       01  VALUATION-HEADER.
           02 VH-RECORD-TYPE      PIC X(01).
           02 VH-RUN-DATE         PIC X(10).
           02 FILLER              PIC X(129).
       01  VALUATION-DETAIL.
           02 VD-RECORD-TYPE      PIC X(01).
           02 VD-POLICY-ID        PIC 9(9).
           02 VD-CASH-VALUE       PIC 9(9)V99.
           02 VD-ANNUAL-PAYOUT    PIC 9(9)V99.
           02 VD-PAYOUT-YEARS     PIC 9(3).
      *> universal life carries its account value in VD-CASH-VALUE
      *> and the last monthly deduction's charges here.
           02 VD-MONTH-COI        PIC 9(7)V99.
           02 VD-MONTH-EXPENSE    PIC 9(7)V99.
      *> the face the policy carries now - after a nonforfeiture
      *> conversion the reduced paid-up or extended term amount -
      *> and, for extended term, the date that term runs out.
           02 VD-COVERAGE-AMOUNT  PIC 9(9)V99.
           02 VD-TERM-EXPIRY      PIC X(10).
           02 FILLER              PIC X(01).
       01  VALUATION-TRAILER.
           02 VT-RECORD-TYPE      PIC X(01).
           02 VT-POLICY-COUNT     PIC 9(9).
           02 VT-PREMIUM-TOTAL    PIC 9(13)V99.
           02 FILLER              PIC X(115).

       WORKING-STORAGE SECTION.


       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/outgen.cpy".

      *> the dated generation of VALUATION_EXTRACT.TXT this run writes.
       01 WS-VAL-GEN-NAME         PIC X(60).
       01 WS-VAL-GEN-ID           PIC 9(9) VALUE 0.

       01 WS-VALUATION-STATUS   PIC X(02).
           88 VALUATION-FILE-OK    VALUE "00".

       01 WS-RIDER-COUNT        PIC 9(3).
       01 WS-RIDER-PREMIUM      PIC 9(9)V99.
       01 WS-YEARS-IN-FORCE     PIC 9(3).
       01 WS-MONTH-COI          PIC 9(7)V99.
       01 WS-MONTH-EXPENSE      PIC 9(7)V99.
       01 WS-CASH-VALUE         PIC 9(9)V99.
       01 WS-SURRENDER-VALUE    PIC 9(9)V99.
       01 WS-PAYOUT-YEARS       PIC 9(3).
       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> in force means active, premium-waived, reduced paid-up or
      *> extended term - every policy still carrying a reserve,
      *> whether or not it still pays premium.
       EXEC SQL
           DECLARE VALUATION-CURSOR CURSOR FOR
               SELECT policy_id, policy_type, policy_status,
                   premium, currency_code, start_date,
                   renewal_date, payment_frequency,
                   COALESCE(coverage_amount, 0),
                   COALESCE(extended_term_expiry, ' ')
               FROM policy_master
               WHERE policy_status IN ('A', 'W', 'R', 'X')
               ORDER BY policy_id
       END-EXEC.

               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           MOVE "O" TO OUTGEN-ACTION
           MOVE "VALEXTRACT" TO OUTGEN-PROGRAM
           MOVE "VALUATION_EXTRACT.TXT" TO OUTGEN-BASE-NAME
           PERFORM CALL-OUTGEN

           IF OUTGEN-REFUSED
               DISPLAY "=== VALUATION EXTRACT NOT RERUN ==="
               STOP RUN
           END-IF

           MOVE OUTGEN-FILE-NAME TO WS-VAL-GEN-NAME
           MOVE OUTGEN-ID TO WS-VAL-GEN-ID

           OPEN OUTPUT VALUATION-FILE.

           MOVE "H" TO VH-RECORD-TYPE

           CLOSE VALUATION-FILE.

           MOVE "C" TO OUTGEN-ACTION
           MOVE WS-VAL-GEN-ID TO OUTGEN-ID
           MOVE EXTRACT-COUNT TO OUTGEN-RECORD-COUNT
           MOVE PREMIUM-TOTAL TO OUTGEN-CONTROL-TOTAL
           PERFORM CALL-OUTGEN

           DISPLAY "POLICIES EXTRACTED: " EXTRACT-COUNT
           DISPLAY "PREMIUM TOTAL     : " PREMIUM-TOTAL
           DISPLAY "VALUATION EXTRACT COMPLETE".
               FETCH VALUATION-CURSOR
               INTO :POLICY-ID, :POLICY-TYPE, :POLICY-STATUS,
                   :PREMIUM, :CURRENCY-CODE, :START-DATE,
                   :RENEWAL-DATE, :PAYMENT-FREQUENCY,
                   :COVERAGE-AMOUNT, :EXTENDED-TERM-EXPIRY
           END-EXEC

           IF SQLCODE NOT = 0
           MOVE 0 TO WS-CASH-VALUE
           MOVE 0 TO WS-ANNUAL-PAYOUT
           MOVE 0 TO WS-PAYOUT-YEARS
           MOVE 0 TO WS-MONTH-COI
           MOVE 0 TO WS-MONTH-EXPENSE
           MOVE POLICY-ID TO WS-POLICY-NUMBER

           EVALUATE POLICY-TYPE
                   CALL "ANNUITYVALUES" USING WS-POLICY-NUMBER
                       WS-PAYOUT-BASIS WS-PAYOUT-YEARS
                       WS-ANNUAL-PAYOUT
               WHEN "UL"
                   EXEC SQL
                       SELECT COALESCE(account_value, 0),
                           COALESCE(month_coi, 0),
                           COALESCE(month_expense, 0)
                       INTO :WS-CASH-VALUE, :WS-MONTH-COI,
                           :WS-MONTH-EXPENSE
                       FROM ul_accounts
                       WHERE policy_id = :POLICY-ID
                   END-EXEC
                   IF SQLCODE NOT = 0
                       MOVE 0 TO WS-CASH-VALUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WS-CASH-VALUE TO VD-CASH-VALUE
           MOVE WS-ANNUAL-PAYOUT TO VD-ANNUAL-PAYOUT
           MOVE WS-PAYOUT-YEARS TO VD-PAYOUT-YEARS
           MOVE WS-MONTH-COI TO VD-MONTH-COI
           MOVE WS-MONTH-EXPENSE TO VD-MONTH-EXPENSE
           MOVE COVERAGE-AMOUNT TO VD-COVERAGE-AMOUNT

           IF POLICY-STATUS-EXTENDED-TERM
               MOVE EXTENDED-TERM-EXPIRY TO VD-TERM-EXPIRY
           ELSE
               MOVE SPACES TO VD-TERM-EXPIRY
           END-IF

           WRITE VALUATION-DETAIL

               DISPLAY "ERROR WRITING VALUATION RECORD: "
                   WS-VALUATION-STATUS
           END-IF.

       CALL-OUTGEN.

           CALL "OUTGEN" USING OUTGEN-ACTION OUTGEN-PROGRAM
               OUTGEN-BASE-NAME OUTGEN-FILE-NAME OUTGEN-ID
               OUTGEN-RECORD-COUNT OUTGEN-CONTROL-TOTAL
               OUTGEN-STATUS.
