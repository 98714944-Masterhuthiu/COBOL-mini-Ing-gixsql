       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIZPARAM.

      *> the one place a business rule constant is read from - free
      *> look days, grace days, the reinstatement window, the loan
      *> cap, the rider term, the renewal notice lead, the fraud
      *> weights. The caller passes in its own compiled value and
      *> gets back the value filed in business_params for the rule,
      *> the policy's type and jurisdiction, in force on the as-of
      *> date - or its own value untouched when nothing is filed, so
      *> an empty table runs exactly as the book always has. The
      *> most specific row wins: type and jurisdiction both, then
      *> jurisdiction alone (a state's law outranks our product
      *> rule), then type alone, then the company-wide row; within
      *> that, the latest effective date on or before the as-of.
      *> Blank type or jurisdiction asks for the company-wide value.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       01 WS-PARAM-NAME         PIC X(30).
       01 WS-POLICY-TYPE        PIC X(20).
       01 WS-JURISDICTION       PIC X(02).
       01 WS-AS-OF-DATE         PIC X(10).
       01 WS-PARAM-VALUE        PIC 9(7)V9999.

       LINKAGE SECTION.

       01 LK-PARAM-NAME         PIC X(30).
       01 LK-POLICY-TYPE        PIC X(20).
       01 LK-JURISDICTION       PIC X(02).
       01 LK-AS-OF-DATE         PIC X(10).
      *> in: the caller's compiled value; out: the value in force.
       01 LK-PARAM-VALUE        PIC 9(7)V9999.

       PROCEDURE DIVISION USING LK-PARAM-NAME LK-POLICY-TYPE
           LK-JURISDICTION LK-AS-OF-DATE LK-PARAM-VALUE.

           MOVE LK-PARAM-NAME TO WS-PARAM-NAME
           MOVE LK-POLICY-TYPE TO WS-POLICY-TYPE
           MOVE LK-JURISDICTION TO WS-JURISDICTION
           MOVE LK-AS-OF-DATE TO WS-AS-OF-DATE

           EXEC SQL
               SELECT param_value INTO :WS-PARAM-VALUE
               FROM business_params
               WHERE param_name = :WS-PARAM-NAME
                   AND RTRIM(COALESCE(policy_type, ' ')) IN
                       ('', RTRIM(:WS-POLICY-TYPE))
                   AND RTRIM(COALESCE(jurisdiction_code, ' ')) IN
                       ('', RTRIM(:WS-JURISDICTION))
                   AND effective_date <= :WS-AS-OF-DATE
               ORDER BY
                   CASE WHEN RTRIM(COALESCE(jurisdiction_code, ' '))
                       = '' THEN 0 ELSE 2 END
                   + CASE WHEN RTRIM(COALESCE(policy_type, ' '))
                       = '' THEN 0 ELSE 1 END DESC,
                   effective_date DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 0
               MOVE WS-PARAM-VALUE TO LK-PARAM-VALUE
           END-IF.

           GOBACK.
