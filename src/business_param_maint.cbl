       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMMAINT.

      *> maintenance for the business rule table BIZPARAM reads: a
      *> rule value is filed per parameter name, optionally narrowed
      *> to one policy type and/or jurisdiction, from an effective
      *> date - a state that moves to a 30-day free look is one row
      *> here, not a recompile. Supervisor only: these numbers decide
      *> who gets their money back and who lapses. Every change is
      *> written to business_param_audit with the value it replaced
      *> and the operator who made it.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-EXISTING-COUNT     PIC 9(7).
       01 WS-OLD-VALUE          PIC 9(7)V9999.
       01 WS-EFFECTIVE-8        PIC 9(8).
       01 WS-CHANGE-TYPE        PIC X(01).

      *> the parameters the programs actually read - a misspelt name
      *> would be filed and never looked up, so only these load.
       01 KNOWN-PARAM-TABLE.
           02 KNOWN-PARAM-ENTRY OCCURS 15 TIMES
                   INDEXED BY KP-IDX.
               03 KP-PARAM-NAME   PIC X(30).
       01 WS-PARAM-KNOWN        PIC X(01).
           88 PARAM-KNOWN           VALUE "Y".
           88 PARAM-UNKNOWN         VALUE "N".

      *> operator gate, the same check CUSTOMERMAINT makes - but
      *> here only a supervisor passes.
       01 WS-GATE-OPERATOR-ID   PIC 9(9).
       01 WS-GATE-ROLE          PIC X(01).
           88 GATE-ROLE-SERVICE    VALUE "S".
           88 GATE-ROLE-SUPER      VALUE "V".

       LINKAGE SECTION.

      *> "L" loads (or corrects) the value for a parameter, policy
      *> type, jurisdiction and effective date; "I" reads back the
      *> value in force on LK-AS-OF-DATE through BIZPARAM, with
      *> LK-PARAM-VALUE carrying in the compiled default.
       01 LK-ACTION             PIC X(01).
           88 LK-LOAD              VALUE "L".
           88 LK-INQUIRE           VALUE "I".
       01 LK-PARAM-NAME         PIC X(30).
       01 LK-POLICY-TYPE        PIC X(20).
       01 LK-JURISDICTION       PIC X(02).
       01 LK-EFFECTIVE-DATE     PIC X(10).
       01 LK-PARAM-VALUE        PIC 9(7)V9999.
       01 LK-AS-OF-DATE         PIC X(10).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-PARAM-NAME
           LK-POLICY-TYPE LK-JURISDICTION LK-EFFECTIVE-DATE
           LK-PARAM-VALUE LK-AS-OF-DATE LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

           PERFORM LOAD-KNOWN-PARAMS
           PERFORM CHECK-OPERATOR-ROLE

           EVALUATE TRUE
               WHEN LK-INQUIRE
                   CALL "BIZPARAM" USING LK-PARAM-NAME
                       LK-POLICY-TYPE LK-JURISDICTION LK-AS-OF-DATE
                       LK-PARAM-VALUE
                   DISPLAY LK-PARAM-NAME " IN FORCE " LK-AS-OF-DATE
                       " (" LK-POLICY-TYPE(1:10) "/"
                       LK-JURISDICTION "): " LK-PARAM-VALUE
                   SET LK-STATUS-OK TO TRUE
               WHEN NOT LK-LOAD
                   DISPLAY "ERROR: UNKNOWN PARAMETER ACTION "
                       LK-ACTION
               WHEN NOT GATE-ROLE-SUPER
                   DISPLAY "ERROR: OPERATOR "
                       WS-GATE-OPERATOR-ID " (ROLE "
                       WS-GATE-ROLE ") IS NOT A SUPERVISOR - "
                       "PARAMETER CHANGE REFUSED"
               WHEN OTHER
                   PERFORM LOAD-ONE-PARAMETER
           END-EVALUATE.

           GOBACK.

       LOAD-KNOWN-PARAMS.

           MOVE "FREE-LOOK-DAYS" TO KP-PARAM-NAME(1)
           MOVE "GRACE-PERIOD-DAYS" TO KP-PARAM-NAME(2)
           MOVE "REINSTATE-WINDOW-DAYS" TO KP-PARAM-NAME(3)
           MOVE "LOAN-CAP-PERCENT" TO KP-PARAM-NAME(4)
           MOVE "RIDER-TERM-DAYS" TO KP-PARAM-NAME(5)
           MOVE "NOTICE-LEAD-DAYS" TO KP-PARAM-NAME(6)
           MOVE "FRAUD-DUPLICATE-POINTS" TO KP-PARAM-NAME(7)
           MOVE "FRAUD-EARLY-CLAIM-POINTS" TO KP-PARAM-NAME(8)
           MOVE "FRAUD-HIGH-AMOUNT-POINTS" TO KP-PARAM-NAME(9)
           MOVE "FRAUD-FREQUENCY-POINTS" TO KP-PARAM-NAME(10)
           MOVE "FRAUD-HOLD-THRESHOLD" TO KP-PARAM-NAME(11)
           MOVE "FRAUD-EARLY-CLAIM-DAYS" TO KP-PARAM-NAME(12)
           MOVE "FRAUD-HIGH-AMOUNT-FACTOR" TO KP-PARAM-NAME(13)
           MOVE "FRAUD-FREQUENCY-WINDOW" TO KP-PARAM-NAME(14)
           MOVE "OUTPUT-RETENTION-DAYS" TO KP-PARAM-NAME(15).

      *> one row per name, type, jurisdiction and effective date -
      *> refiling the same key corrects it in place, the same
      *> discipline RATESMAINT applies, and the audit row keeps the
      *> value it replaced.
       LOAD-ONE-PARAMETER.

           SET PARAM-UNKNOWN TO TRUE
           SET KP-IDX TO 1
           SEARCH KNOWN-PARAM-ENTRY
               AT END
                   CONTINUE
               WHEN KP-PARAM-NAME(KP-IDX) = LK-PARAM-NAME
                   SET PARAM-KNOWN TO TRUE
           END-SEARCH

           MOVE 0 TO WS-EFFECTIVE-8
           IF LK-EFFECTIVE-DATE(1:4) IS NUMERIC
               AND LK-EFFECTIVE-DATE(6:2) IS NUMERIC
               AND LK-EFFECTIVE-DATE(9:2) IS NUMERIC
               MOVE LK-EFFECTIVE-DATE(1:4) TO WS-EFFECTIVE-8(1:4)
               MOVE LK-EFFECTIVE-DATE(6:2) TO WS-EFFECTIVE-8(5:2)
               MOVE LK-EFFECTIVE-DATE(9:2) TO WS-EFFECTIVE-8(7:2)
           END-IF

           EVALUATE TRUE
               WHEN PARAM-UNKNOWN
                   DISPLAY "ERROR: " LK-PARAM-NAME
                       " IS NOT A PARAMETER ANY PROGRAM READS"
               WHEN WS-EFFECTIVE-8 = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-EFFECTIVE-8)
                       NOT = 0
                   DISPLAY "ERROR: EFFECTIVE DATE "
                       LK-EFFECTIVE-DATE " IS NOT A VALID DATE"
               WHEN OTHER
                   PERFORM STORE-THE-PARAMETER
           END-EVALUATE.

       STORE-THE-PARAMETER.

           MOVE 0 TO WS-EXISTING-COUNT
           MOVE 0 TO WS-OLD-VALUE

           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(param_value), 0)
               INTO :WS-EXISTING-COUNT, :WS-OLD-VALUE
               FROM business_params
               WHERE param_name = :LK-PARAM-NAME
                   AND policy_type = :LK-POLICY-TYPE
                   AND jurisdiction_code = :LK-JURISDICTION
                   AND effective_date = :LK-EFFECTIVE-DATE
           END-EXEC

           IF WS-EXISTING-COUNT > 0
               MOVE "U" TO WS-CHANGE-TYPE
               EXEC SQL
                   UPDATE business_params
                   SET param_value = :LK-PARAM-VALUE
                   WHERE param_name = :LK-PARAM-NAME
                       AND policy_type = :LK-POLICY-TYPE
                       AND jurisdiction_code = :LK-JURISDICTION
                       AND effective_date = :LK-EFFECTIVE-DATE
               END-EXEC
           ELSE
               MOVE "A" TO WS-CHANGE-TYPE
               EXEC SQL
                   INSERT INTO business_params
                   (param_name, policy_type, jurisdiction_code,
                       effective_date, param_value)
                   VALUES
                   (:LK-PARAM-NAME, :LK-POLICY-TYPE,
                       :LK-JURISDICTION, :LK-EFFECTIVE-DATE,
                       :LK-PARAM-VALUE)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               PERFORM WRITE-PARAMETER-AUDIT
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE
                   SQL-ERROR-MESSAGE
               DISPLAY "ERROR LOADING PARAMETER: " SQLCODE
                   " - " SQL-ERROR-MESSAGE
           END-IF.

      *> no change stands without its audit row - when the audit
      *> write fails the change is put back the way it was.
       WRITE-PARAMETER-AUDIT.

           EXEC SQL
               INSERT INTO business_param_audit
               (param_name, policy_type, jurisdiction_code,
                   effective_date, change_type, old_value,
                   new_value, operator_id, changed_at)
               VALUES
               (:LK-PARAM-NAME, :LK-POLICY-TYPE, :LK-JURISDICTION,
                   :LK-EFFECTIVE-DATE, :WS-CHANGE-TYPE,
                   :WS-OLD-VALUE, :LK-PARAM-VALUE,
                   :WS-GATE-OPERATOR-ID, CURRENT_TIMESTAMP)
           END-EXEC

           IF SQLCODE = 0
               DISPLAY LK-PARAM-NAME " = " LK-PARAM-VALUE
                   " (" LK-POLICY-TYPE(1:10) "/" LK-JURISDICTION
                   ") EFFECTIVE " LK-EFFECTIVE-DATE " LOADED"
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR WRITING PARAMETER AUDIT: "
                   SQL-ERROR-MESSAGE " - CHANGE NOT MADE"
               PERFORM BACK-OUT-THE-CHANGE
           END-IF.

       BACK-OUT-THE-CHANGE.

           IF WS-CHANGE-TYPE = "U"
               EXEC SQL
                   UPDATE business_params
                   SET param_value = :WS-OLD-VALUE
                   WHERE param_name = :LK-PARAM-NAME
                       AND policy_type = :LK-POLICY-TYPE
                       AND jurisdiction_code = :LK-JURISDICTION
                       AND effective_date = :LK-EFFECTIVE-DATE
               END-EXEC
           ELSE
               EXEC SQL
                   DELETE FROM business_params
                   WHERE param_name = :LK-PARAM-NAME
                       AND policy_type = :LK-POLICY-TYPE
                       AND jurisdiction_code = :LK-JURISDICTION
                       AND effective_date = :LK-EFFECTIVE-DATE
               END-EXEC
           END-IF.

       CHECK-OPERATOR-ROLE.

           MOVE 0 TO WS-GATE-OPERATOR-ID
           MOVE SPACE TO WS-GATE-ROLE

           EXEC SQL
               SELECT COALESCE(MAX(operator_id), 0)
               INTO :WS-GATE-OPERATOR-ID
               FROM operator_context
           END-EXEC

           IF WS-GATE-OPERATOR-ID > 0
               EXEC SQL
                   SELECT operator_role INTO :WS-GATE-ROLE
                   FROM operators
                   WHERE operator_id = :WS-GATE-OPERATOR-ID
                       AND operator_status = 'A'
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE SPACE TO WS-GATE-ROLE
               END-IF
           END-IF.
