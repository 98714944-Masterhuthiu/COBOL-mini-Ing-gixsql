           CALL "RATEPOLICY" USING LK-POLICY-TYPE WS-POLICY-NUMBER
               LK-PREMIUM-BASIS WS-BASE-PREMIUM LK-CURRENCY-CODE

      *>   universal life carries its class in the monthly cost of
      *>   insurance ULDEDUCT takes, not in the planned premium - so
      *>   the quoted figure is the premium the prospect plans to pay
           IF LK-POLICY-TYPE = "LIFE"
               PERFORM APPLY-QUOTE-RISK-CLASS
           END-IF

           IF LK-POLICY-TYPE = "UL"
               DISPLAY "PLANNED PREM  : FLEXIBLE - COST OF INSURANCE "
                   "CHARGED MONTHLY AT CLASS " LK-RISK-CLASS
           END-IF

           DISPLAY "BASE PREMIUM  : " WS-BASE-PREMIUM
           DISPLAY "----------------------------------------"
           DISPLAY "RIDERS:"
