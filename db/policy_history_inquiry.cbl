
       01 EVENT-COUNT           PIC 9(5) VALUE 0.

      *> every look is logged against the signed-on operator -
      *> ACCESSLOG traces the policy to its insured.
       01 WS-ACCESS-PROGRAM     PIC X(20) VALUE "POLICYHIST".
       01 WS-ACCESS-CUSTOMER-ID PIC 9(9) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

           DISPLAY "=== POLICY HISTORY - POLICY " LK-POLICY-ID
               " ===".

           CALL "ACCESSLOG" USING WS-ACCESS-PROGRAM
               WS-ACCESS-CUSTOMER-ID LK-POLICY-ID

           EXEC SQL OPEN HISTORY-CURSOR END-EXEC.

           PERFORM PRINT-ONE-EVENT
