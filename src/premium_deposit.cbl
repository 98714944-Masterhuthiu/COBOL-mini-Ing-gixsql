       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREMDEPOSIT.

      *> the advance premium deposit fund - money a policyholder
      *> sends ahead of the bills it is meant to pay. CASHAPPLY
      *> deposits what is left of a receipt once the open invoices
      *> are paid, BILLINGBATCH draws each installment out of it
      *> before the invoice is written, and whichever termination
      *> ends the policy refunds whatever is left through
      *> PAYABLEPOST. A fund whose owner elected interest earns the
      *> rate declared for the year through PDFRATEMAINT, credited
      *> simple and daily up to the date of every movement.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-FUND-BALANCE       PIC 9(9)V99.
       01 WS-INTEREST-ELECTED   PIC X(01).
           88 INTEREST-ELECTED      VALUE "Y".
       01 WS-LAST-INTEREST-DATE PIC X(10).
       01 WS-FUND-STATUS        PIC X(01).
           88 FUND-OPEN             VALUE "O".
           88 FUND-CLOSED           VALUE "C".
       01 WS-FUND-FOUND         PIC X(01).
           88 FUND-FOUND            VALUE "Y".
           88 FUND-NOT-FOUND        VALUE "N".

       01 WS-POLICY-STATUS      PIC X(01).
       01 WS-CUSTOMER-NAME      PIC X(100).

       01 WS-RATE-YEAR          PIC 9(4).
       01 WS-INTEREST-RATE      PIC 9V9999.
       01 WS-INTEREST-AMOUNT    PIC 9(9)V99.
       01 WS-INTEREST-DAYS      PIC S9(7).

       01 WS-TXN-TYPE           PIC X(01).
       01 WS-TXN-AMOUNT         PIC 9(9)V99.

       01 WS-LAST-8             PIC 9(8).
       01 WS-LAST-JULIAN        PIC 9(7).
       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-JULIAN       PIC 9(7).
       01 WS-TODAY-DASH         PIC X(10).

       01 WS-PAYABLE-CLAIM-ID   PIC 9(9) VALUE 0.
       01 WS-PAYABLE-SOURCE     PIC X(12) VALUE "PDFREFUND".
       01 WS-PAYABLE-AMOUNT     PIC 9(9)V99.
       01 WS-PAYABLE-STATUS     PIC X(01).
           88 WS-PAYABLE-OK       VALUE "Y".
           88 WS-PAYABLE-FAILED   VALUE "N".

       LINKAGE SECTION.

      *> "D" deposits LK-AMOUNT, "W" draws up to LK-AMOUNT and hands
      *> back what was actually drawn, "R" refunds the whole
      *> balance on termination and closes the fund, "B" returns
      *> the balance with interest accrued to today (nothing is
      *> posted), "Y" / "N" elect or decline interest crediting.
       01 LK-ACTION             PIC X(01).
           88 LK-DEPOSIT           VALUE "D".
           88 LK-DRAW              VALUE "W".
           88 LK-REFUND            VALUE "R".
           88 LK-BALANCE           VALUE "B".
           88 LK-ELECT-INTEREST    VALUE "Y".
           88 LK-DECLINE-INTEREST  VALUE "N".
       01 LK-POLICY-ID          PIC 9(9).
       01 LK-AMOUNT             PIC 9(9)V99.
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-POLICY-ID LK-AMOUNT
           LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           COMPUTE WS-TODAY-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-8)
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           PERFORM READ-THE-FUND

           EVALUATE TRUE
               WHEN LK-DEPOSIT
                   PERFORM DEPOSIT-TO-FUND
               WHEN LK-DRAW
                   PERFORM DRAW-FROM-FUND
               WHEN LK-REFUND
                   PERFORM REFUND-THE-FUND
               WHEN LK-BALANCE
                   PERFORM REPORT-THE-BALANCE
               WHEN LK-ELECT-INTEREST OR LK-DECLINE-INTEREST
                   PERFORM RECORD-INTEREST-ELECTION
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN DEPOSIT FUND ACTION "
                       LK-ACTION
           END-EVALUATE.

           GOBACK.

       READ-THE-FUND.

           MOVE 0 TO WS-FUND-BALANCE
           MOVE "N" TO WS-INTEREST-ELECTED
           MOVE SPACES TO WS-LAST-INTEREST-DATE
           MOVE SPACES TO WS-FUND-STATUS

           EXEC SQL
               SELECT fund_balance, COALESCE(interest_elected, 'N'),
                   COALESCE(last_interest_date, ' '), fund_status
               INTO :WS-FUND-BALANCE, :WS-INTEREST-ELECTED,
                   :WS-LAST-INTEREST-DATE, :WS-FUND-STATUS
               FROM premium_deposit_funds
               WHERE policy_id = :LK-POLICY-ID
           END-EXEC

           IF SQLCODE = 0
               SET FUND-FOUND TO TRUE
           ELSE
               SET FUND-NOT-FOUND TO TRUE
           END-IF.

      *> a deposit is accepted only while the policy is still in
      *> force - money for a policy that has ended has nothing to
      *> pay and belongs in suspense for the desk. The first
      *> deposit opens the fund; a fund closed by an earlier
      *> termination reopens if the policy was reinstated since.
       DEPOSIT-TO-FUND.

           MOVE SPACES TO WS-POLICY-STATUS

           EXEC SQL
               SELECT policy_status INTO :WS-POLICY-STATUS
               FROM policy_master
               WHERE policy_id = :LK-POLICY-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "ERROR: POLICY " LK-POLICY-ID
                       " NOT FOUND"
               WHEN WS-POLICY-STATUS NOT = "A"
                   AND WS-POLICY-STATUS NOT = "W"
                   DISPLAY "ERROR: POLICY " LK-POLICY-ID
                       " IS NOT IN FORCE - NO DEPOSIT TAKEN"
               WHEN LK-AMOUNT NOT > 0
                   DISPLAY "ERROR: DEPOSIT AMOUNT MUST BE POSITIVE"
               WHEN FUND-NOT-FOUND
                   PERFORM OPEN-NEW-FUND
               WHEN OTHER
                   PERFORM CREDIT-INTEREST-TO-DATE
                   PERFORM ADD-TO-OPEN-FUND
           END-EVALUATE.

       OPEN-NEW-FUND.

           EXEC SQL
               INSERT INTO premium_deposit_funds
               (policy_id, fund_balance, interest_elected,
                   last_interest_date, opened_date, fund_status)
               VALUES
               (:LK-POLICY-ID, :LK-AMOUNT, 'N', :WS-TODAY-DASH,
                   :WS-TODAY-DASH, 'O')
           END-EXEC

           IF SQLCODE = 0
               MOVE LK-AMOUNT TO WS-FUND-BALANCE
               MOVE "D" TO WS-TXN-TYPE
               MOVE LK-AMOUNT TO WS-TXN-AMOUNT
               PERFORM RECORD-FUND-TXN
               SET LK-STATUS-OK TO TRUE
               DISPLAY "DEPOSIT FUND OPENED FOR POLICY " LK-POLICY-ID
                   " - DEPOSIT " LK-AMOUNT
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR OPENING DEPOSIT FUND FOR POLICY "
                   LK-POLICY-ID " - " SQL-ERROR-MESSAGE
           END-IF.

       ADD-TO-OPEN-FUND.

           EXEC SQL
               UPDATE premium_deposit_funds
               SET fund_balance = fund_balance + :LK-AMOUNT,
                   fund_status = 'O'
               WHERE policy_id = :LK-POLICY-ID
           END-EXEC

           IF SQLCODE = 0
               ADD LK-AMOUNT TO WS-FUND-BALANCE
               MOVE "D" TO WS-TXN-TYPE
               MOVE LK-AMOUNT TO WS-TXN-AMOUNT
               PERFORM RECORD-FUND-TXN
               SET LK-STATUS-OK TO TRUE
               DISPLAY "DEPOSIT " LK-AMOUNT " TO FUND FOR POLICY "
                   LK-POLICY-ID " - BALANCE " WS-FUND-BALANCE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR DEPOSITING TO FUND FOR POLICY "
                   LK-POLICY-ID " - " SQL-ERROR-MESSAGE
           END-IF.

      *> the billing draw: as much of the installment as the fund
      *> will cover, never more than is there. No fund, or an empty
      *> one, draws nothing and is not an error - most policies
      *> have never had one.
       DRAW-FROM-FUND.

           IF FUND-NOT-FOUND OR FUND-CLOSED
               MOVE 0 TO LK-AMOUNT
               SET LK-STATUS-OK TO TRUE
           ELSE
               PERFORM CREDIT-INTEREST-TO-DATE

               IF WS-FUND-BALANCE < LK-AMOUNT
                   MOVE WS-FUND-BALANCE TO LK-AMOUNT
               END-IF

               IF LK-AMOUNT = 0
                   SET LK-STATUS-OK TO TRUE
               ELSE
                   PERFORM TAKE-FROM-FUND
               END-IF
           END-IF.

       TAKE-FROM-FUND.

           EXEC SQL
               UPDATE premium_deposit_funds
               SET fund_balance = fund_balance - :LK-AMOUNT
               WHERE policy_id = :LK-POLICY-ID
                   AND fund_balance >= :LK-AMOUNT
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
               SUBTRACT LK-AMOUNT FROM WS-FUND-BALANCE
               MOVE "W" TO WS-TXN-TYPE
               MOVE LK-AMOUNT TO WS-TXN-AMOUNT
               PERFORM RECORD-FUND-TXN
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR DRAWING ON DEPOSIT FUND FOR POLICY "
                   LK-POLICY-ID " - " SQL-ERROR-MESSAGE
               MOVE 0 TO LK-AMOUNT
           END-IF.

      *> the policy has ended - cancellation, surrender, death or
      *> lapse - so the money it was holding goes back to the
      *> owner, interest credited to the day it stopped. The fund
      *> closes either way so nothing deposits into it again.
       REFUND-THE-FUND.

           MOVE 0 TO LK-AMOUNT

           IF FUND-NOT-FOUND OR FUND-CLOSED
               SET LK-STATUS-OK TO TRUE
           ELSE
               PERFORM CREDIT-INTEREST-TO-DATE
               MOVE WS-FUND-BALANCE TO LK-AMOUNT

               IF LK-AMOUNT > 0
                   PERFORM BOOK-FUND-REFUND
               ELSE
                   SET WS-PAYABLE-OK TO TRUE
               END-IF

               IF WS-PAYABLE-OK
                   PERFORM CLOSE-THE-FUND
               ELSE
                   MOVE 0 TO LK-AMOUNT
               END-IF
           END-IF.

       BOOK-FUND-REFUND.

           MOVE SPACES TO WS-CUSTOMER-NAME

           EXEC SQL
               SELECT customer_name INTO :WS-CUSTOMER-NAME
               FROM policy_master
               WHERE policy_id = :LK-POLICY-ID
           END-EXEC

           MOVE LK-AMOUNT TO WS-PAYABLE-AMOUNT

           CALL "PAYABLEPOST" USING LK-POLICY-ID WS-PAYABLE-CLAIM-ID
               WS-CUSTOMER-NAME WS-PAYABLE-SOURCE WS-PAYABLE-AMOUNT
               WS-PAYABLE-STATUS

           IF WS-PAYABLE-FAILED
               DISPLAY "WARNING: DEPOSIT FUND REFUND FOR POLICY "
                   LK-POLICY-ID " NOT BOOKED - FUND LEFT OPEN"
           END-IF.

       CLOSE-THE-FUND.

           EXEC SQL
               UPDATE premium_deposit_funds
               SET fund_balance = 0,
                   fund_status = 'C'
               WHERE policy_id = :LK-POLICY-ID
           END-EXEC

           IF SQLCODE = 0
               IF LK-AMOUNT > 0
                   MOVE "R" TO WS-TXN-TYPE
                   MOVE LK-AMOUNT TO WS-TXN-AMOUNT
                   PERFORM RECORD-FUND-TXN
                   DISPLAY "DEPOSIT FUND FOR POLICY " LK-POLICY-ID
                       " REFUNDED " LK-AMOUNT
               END-IF
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR CLOSING DEPOSIT FUND FOR POLICY "
                   LK-POLICY-ID " - " SQL-ERROR-MESSAGE
           END-IF.

      *> an inquiry shows what the owner would get today - the
      *> posted balance plus interest accrued since the last
      *> movement - without posting the interest.
       REPORT-THE-BALANCE.

           MOVE 0 TO LK-AMOUNT

           IF FUND-FOUND AND FUND-OPEN
               PERFORM COMPUTE-ACCRUED-INTEREST
               COMPUTE LK-AMOUNT =
                   WS-FUND-BALANCE + WS-INTEREST-AMOUNT
           END-IF

           SET LK-STATUS-OK TO TRUE.

       RECORD-INTEREST-ELECTION.

           IF FUND-NOT-FOUND
               DISPLAY "ERROR: POLICY " LK-POLICY-ID
                   " HAS NO DEPOSIT FUND"
           ELSE
      *>       interest up to today is settled on the old election
      *>       before the new one takes effect
               PERFORM CREDIT-INTEREST-TO-DATE

               EXEC SQL
                   UPDATE premium_deposit_funds
                   SET interest_elected = :LK-ACTION
                   WHERE policy_id = :LK-POLICY-ID
               END-EXEC

               IF SQLCODE = 0
                   SET LK-STATUS-OK TO TRUE
                   DISPLAY "DEPOSIT FUND INTEREST ELECTION FOR "
                       "POLICY " LK-POLICY-ID " SET TO " LK-ACTION
               ELSE
                   MOVE SQLCODE TO SQL-ERROR-CODE
                   CALL "SQLMSG" USING SQL-ERROR-CODE
                       SQL-ERROR-MESSAGE
                   DISPLAY "ERROR RECORDING INTEREST ELECTION - "
                       SQL-ERROR-MESSAGE
               END-IF
           END-IF.

      *> simple interest on the posted balance for the days since
      *> the last crediting, at the rate declared for the current
      *> year - a year with no declared rate earns nothing.
       COMPUTE-ACCRUED-INTEREST.

           MOVE 0 TO WS-INTEREST-AMOUNT
           MOVE 0 TO WS-INTEREST-DAYS

           IF INTEREST-ELECTED AND WS-FUND-BALANCE > 0
               AND WS-LAST-INTEREST-DATE NOT = SPACES
               MOVE WS-LAST-INTEREST-DATE(1:4) TO WS-LAST-8(1:4)
               MOVE WS-LAST-INTEREST-DATE(6:2) TO WS-LAST-8(5:2)
               MOVE WS-LAST-INTEREST-DATE(9:2) TO WS-LAST-8(7:2)
               COMPUTE WS-LAST-JULIAN = FUNCTION INTEGER-OF-DATE
                   (WS-LAST-8)
               COMPUTE WS-INTEREST-DAYS =
                   WS-TODAY-JULIAN - WS-LAST-JULIAN

               MOVE WS-TODAY-8(1:4) TO WS-RATE-YEAR
               MOVE 0 TO WS-INTEREST-RATE

               EXEC SQL
                   SELECT COALESCE(MAX(interest_rate), 0)
                   INTO :WS-INTEREST-RATE
                   FROM pdf_declared_rates
                   WHERE rate_year = :WS-RATE-YEAR
               END-EXEC

               IF WS-INTEREST-DAYS > 0 AND WS-INTEREST-RATE > 0
                   COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                       WS-FUND-BALANCE * WS-INTEREST-RATE
                           * WS-INTEREST-DAYS / 365
               END-IF
           END-IF.

       CREDIT-INTEREST-TO-DATE.

           PERFORM COMPUTE-ACCRUED-INTEREST

           IF WS-INTEREST-AMOUNT > 0
               EXEC SQL
                   UPDATE premium_deposit_funds
                   SET fund_balance =
                           fund_balance + :WS-INTEREST-AMOUNT,
                       last_interest_date = :WS-TODAY-DASH
                   WHERE policy_id = :LK-POLICY-ID
               END-EXEC

               IF SQLCODE = 0
                   ADD WS-INTEREST-AMOUNT TO WS-FUND-BALANCE
                   MOVE "I" TO WS-TXN-TYPE
                   MOVE WS-INTEREST-AMOUNT TO WS-TXN-AMOUNT
                   PERFORM RECORD-FUND-TXN
               ELSE
                   DISPLAY "WARNING: DEPOSIT FUND INTEREST NOT "
                       "CREDITED FOR POLICY " LK-POLICY-ID
               END-IF
           ELSE
      *>       no interest due still moves the clock, so a later
      *>       election never earns back over days it declined
               EXEC SQL
                   UPDATE premium_deposit_funds
                   SET last_interest_date = :WS-TODAY-DASH
                   WHERE policy_id = :LK-POLICY-ID
               END-EXEC
           END-IF.

      *> every movement lands on the fund's ledger with the balance
      *> it left behind - the statement and any dispute read it
      *> from here.
       RECORD-FUND-TXN.

           EXEC SQL
               INSERT INTO premium_deposit_txns
               (policy_id, txn_date, txn_type, amount, balance_after)
               VALUES
               (:LK-POLICY-ID, :WS-TODAY-DASH, :WS-TXN-TYPE,
                   :WS-TXN-AMOUNT, :WS-FUND-BALANCE)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "WARNING: DEPOSIT FUND MOVEMENT NOT LOGGED "
                   "FOR POLICY " LK-POLICY-ID " - "
                   SQL-ERROR-MESSAGE
           END-IF.
