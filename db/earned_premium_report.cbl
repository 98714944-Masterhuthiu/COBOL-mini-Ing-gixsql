       01 TOTAL-EARNED          PIC 9(13)V99 VALUE 0.
       01 TOTAL-UNEARNED        PIC 9(13)V99 VALUE 0.

      *> premium sent ahead and held in deposit funds is premium
      *> not yet earned - it sits in the unearned figure beside
      *> the pro-rated in-force premium until billing draws it.
       01 DEPOSIT-FUND-TOTAL    PIC 9(13)V99 VALUE 0.

       01 PREV-UPR-TOTAL        PIC 9(13)V99 VALUE 0.
       01 WS-UPR-MOVEMENT       PIC S9(13)V99.


           EXEC SQL CLOSE EARNED-CURSOR END-EXEC.

           PERFORM ADD-DEPOSIT-FUNDS

           PERFORM REPORT-UPR-MOVEMENT

           EXEC SQL COMMIT END-EXEC.
               " EARNED " GRP-EARNED
               " UNEARNED " GRP-UNEARNED.

       ADD-DEPOSIT-FUNDS.

           EXEC SQL
               SELECT COALESCE(SUM(fund_balance), 0)
               INTO :DEPOSIT-FUND-TOTAL
               FROM premium_deposit_funds
               WHERE fund_status = 'O'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 0 TO DEPOSIT-FUND-TOTAL
           END-IF

           ADD DEPOSIT-FUND-TOTAL TO TOTAL-UNEARNED

           DISPLAY "PREMIUM DEPOSIT FUNDS UNEARNED "
               DEPOSIT-FUND-TOTAL.

      *> the unearned premium reserve only means anything against
      *> last close - the movement is what posts to the ledger, so
      *> each close is stored and compared to the one before it.
