       IDENTIFICATION DIVISION.
       PROGRAM-ID. ULVALUES.

      *> hands universal life account-value math to the
      *> UniversalLifePolicy class - the one place the premium
      *> credit, the monthly deduction batch, the statement and the
      *> valuation extract go for it, the same way LIFEVALUES is
      *> the one place for a traditional LIFE policy's values.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 UL-POL               OBJECT REFERENCE UniversalLifePolicy.

       01 WS-PREMIUM-STAGE     PIC 9(9)V99 VALUE 0.

       LINKAGE SECTION.

      *> "C" credits LK-AMOUNT (a premium) into the account value,
      *> "D" takes one month's deduction at LK-COI-RATE (zero
      *> leaves the class default) and credits the month's interest
      *> when the deduction was covered in full.
       01 LK-ACTION            PIC X(01).
           88 LK-CREDIT-PREMIUM   VALUE "C".
           88 LK-MONTHLY-DEDUCT   VALUE "D".
       01 LK-POLICY-NUMBER     PIC X(50).
       01 LK-ACCOUNT-VALUE     PIC 9(9)V99.
       01 LK-FACE-AMOUNT       PIC 9(9)V99.
       01 LK-COI-RATE          PIC 9(3)V9999.
       01 LK-AMOUNT            PIC 9(9)V99.
       01 LK-COI-CHARGE        PIC 9(9)V99.
       01 LK-EXPENSE-CHARGE    PIC 9(9)V99.
       01 LK-SHORTFALL         PIC 9(9)V99.

       PROCEDURE DIVISION USING LK-ACTION LK-POLICY-NUMBER
               LK-ACCOUNT-VALUE LK-FACE-AMOUNT LK-COI-RATE
               LK-AMOUNT LK-COI-CHARGE LK-EXPENSE-CHARGE
               LK-SHORTFALL.

           MOVE 0 TO LK-COI-CHARGE
           MOVE 0 TO LK-EXPENSE-CHARGE
           MOVE 0 TO LK-SHORTFALL

           INVOKE UniversalLifePolicy "new" RETURNING UL-POL
           INVOKE UL-POL "setPolicy"
               USING LK-POLICY-NUMBER WS-PREMIUM-STAGE
           INVOKE UL-POL "setAccountValue" USING LK-ACCOUNT-VALUE
           INVOKE UL-POL "setFaceAmount" USING LK-FACE-AMOUNT

           EVALUATE TRUE
               WHEN LK-CREDIT-PREMIUM
                   INVOKE UL-POL "creditPremium" USING LK-AMOUNT
                       RETURNING LK-ACCOUNT-VALUE
               WHEN LK-MONTHLY-DEDUCT
                   PERFORM TAKE-MONTHLY-DEDUCTION
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN UL VALUES ACTION "
                       LK-ACTION
           END-EVALUATE.

           GOBACK.

       TAKE-MONTHLY-DEDUCTION.

           IF LK-COI-RATE > 0
               INVOKE UL-POL "setCoiRate" USING LK-COI-RATE
           END-IF

           INVOKE UL-POL "calcMonthlyCoi" RETURNING LK-COI-CHARGE
           INVOKE UL-POL "getMonthlyExpense"
               RETURNING LK-EXPENSE-CHARGE
           INVOKE UL-POL "applyMonthlyDeduction"
               RETURNING LK-SHORTFALL

           IF LK-SHORTFALL = 0
               INVOKE UL-POL "accrueMonthlyInterest"
                   RETURNING LK-ACCOUNT-VALUE
           ELSE
               INVOKE UL-POL "getAccountValue"
                   RETURNING LK-ACCOUNT-VALUE
           END-IF.
