
       01 TOTAL-PREMIUM         PIC 9(9)V99 VALUE 0.

      *> every declarations page printed is logged against the
      *> signed-on operator - ACCESSLOG traces the insured.
       01 WS-ACCESS-PROGRAM     PIC X(20) VALUE "POLICYDECL".
       01 WS-ACCESS-CUSTOMER-ID PIC 9(9) VALUE 0.

       01 RIDER-AT-END          PIC X(01) VALUE "N".
           88 RIDER-EOF             VALUE "Y".

                   DISPLAY "ERROR SELECT POLICY: " SQLCODE
                       " - " SQL-ERROR-MESSAGE
               ELSE
                   CALL "ACCESSLOG" USING WS-ACCESS-PROGRAM
                       WS-ACCESS-CUSTOMER-ID POLICY-ID
                   PERFORM PRINT-DECLARATION
               END-IF
           END-IF.
