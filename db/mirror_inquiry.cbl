
       01 WS-MASKED-NAME        PIC X(100).

      *> an outage view is logged like any other - ACCESSLOG
      *> spools it when the database cannot take the row.
       01 WS-ACCESS-PROGRAM     PIC X(20) VALUE "MIRRORINQ".

       LINKAGE SECTION.

       01 LK-POLICY-ID          PIC 9(9).
                   DISPLAY "ERROR READING MIRROR: "
                       WS-POLICY-MIRROR-STATUS
               WHEN OTHER
                   CALL "ACCESSLOG" USING WS-ACCESS-PROGRAM
                       PM-CUSTOMER-ID PM-POLICY-ID
                   PERFORM PRINT-MIRROR-POLICY
           END-EVALUATE.

