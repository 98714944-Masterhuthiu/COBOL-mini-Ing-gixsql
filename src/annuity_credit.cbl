       01 WS-ALREADY-COUNT      PIC 9(7).
       01 WS-EXISTING-COUNT     PIC 9(7).

      *> the year's premium is invested across the owner's
      *> sub-account allocations first; only the share VAPURCHASE
      *> hands back joins the fixed declared-rate fund.
       01 WS-PREMIUM-STAGE      PIC 9(9)V99.
       01 WS-TO-FIXED           PIC 9(9)V99.
       01 WS-PURCHASE-STATUS    PIC X(01).

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).
       01 WS-CYCLE-MONTH        PIC X(02).
      *> the anniversary posting: last year's balance earns the
      *> declared rate, this year's premium contribution joins the
      *> fund, and the new balance is what ANNUITIZE will annuitize
      *> when the contract finally turns on. On a variable contract
      *> the allocated share of the premium buys sub-account units
      *> instead, and only the unallocated rest joins this fund.
       POST-ONE-CREDIT.

           MOVE PREMIUM TO WS-PREMIUM-STAGE
           CALL "VAPURCHASE" USING POLICY-ID WS-PREMIUM-STAGE
               WS-TO-FIXED WS-PURCHASE-STATUS

           MOVE 0 TO WS-ACCUM-BALANCE

           EXEC SQL
               WS-ACCUM-BALANCE * WS-INTEREST-RATE

           COMPUTE WS-ACCUM-BALANCE =
               WS-ACCUM-BALANCE + WS-INTEREST-AMOUNT + WS-TO-FIXED

           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTING-COUNT
