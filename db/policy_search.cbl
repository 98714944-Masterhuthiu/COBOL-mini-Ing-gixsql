       01 WS-ROWS-SKIPPED       PIC 9(7).
       01 WS-ROWS-LISTED        PIC 9(3).

      *> a hit on the screen is a record seen - each one listed is
      *> logged against the signed-on operator. A drill-down is
      *> logged by POLICYDECL itself.
       01 WS-ACCESS-PROGRAM     PIC X(20) VALUE "POLICYSEARCH".
       01 WS-ACCESS-CUSTOMER-ID PIC 9(9) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

                   DISPLAY "  POLICY " POLICY-ID " "
                       WS-MASKED-NAME(1:30) " (" POLICY-TYPE ") "
                       PREMIUM " STATUS " POLICY-STATUS
                   MOVE 0 TO WS-ACCESS-CUSTOMER-ID
                   CALL "ACCESSLOG" USING WS-ACCESS-PROGRAM
                       WS-ACCESS-CUSTOMER-ID POLICY-ID
           END-EVALUATE.
