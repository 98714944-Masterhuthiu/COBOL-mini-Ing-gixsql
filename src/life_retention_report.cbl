       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIFERETRPT.

      *> the monthly per-life retention report - every life whose
      *> retained amount across all the policies it is insured
      *> under (its own and the joint policies it is the second
      *> life on) is over our per-life retention, largest first,
      *> so reinsurance can place the excess before a claim finds
      *> it. The retention and the way a life is added up are
      *> LIFERETAIN's, the same ones CREATE-POLICY holds new
      *> business against.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-NO-CUSTOMER        PIC 9(9) VALUE 0.
       01 WS-NO-POLICY          PIC 9(9) VALUE 0.
       01 WS-NO-RETAINED        PIC 9(11)V99.
       01 WS-RETENTION          PIC 9(9)V99.

       01 WS-LIFE-ID            PIC 9(9).
       01 WS-CUSTOMER-NAME      PIC X(100).
       01 WS-MASKED-NAME        PIC X(100).
       01 WS-POLICY-COUNT       PIC 9(5).
       01 WS-LIFE-RETAINED      PIC 9(11)V99.
       01 WS-LIFE-EXCESS        PIC 9(11)V99.

       01 LIFE-COUNT            PIC 9(7) VALUE 0.
       01 TOTAL-EXCESS          PIC 9(13)V99 VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> one row per policy per life insured under it - a joint
      *> policy counts in full against both lives, as it would on
      *> either death - netted of its placed facultative
      *> certificates, then totalled by life.
       EXEC SQL
           DECLARE LIFE-CURSOR CURSOR FOR
               SELECT l.life_id, COALESCE(c.customer_name, ' '),
                   COUNT(*), SUM(l.retained)
               FROM (SELECT p.customer_id AS life_id,
                         GREATEST(COALESCE(p.coverage_amount, 0)
                         - COALESCE((SELECT SUM(f.ceded_amount)
                             FROM fac_certificates f
                             WHERE f.policy_id = p.policy_id
                                 AND f.cert_status = 'A'), 0),
                         0) AS retained
                     FROM policy_master p
                     WHERE p.customer_id > 0
                         AND p.policy_status IN
                             ('A', 'W', 'R', 'X', 'F')
                     UNION ALL
                     SELECT p.second_customer_id,
                         GREATEST(COALESCE(p.coverage_amount, 0)
                         - COALESCE((SELECT SUM(f.ceded_amount)
                             FROM fac_certificates f
                             WHERE f.policy_id = p.policy_id
                                 AND f.cert_status = 'A'), 0),
                         0)
                     FROM policy_master p
                     WHERE COALESCE(p.second_customer_id, 0) > 0
                         AND p.policy_status IN
                             ('A', 'W', 'R', 'X', 'F')) l
               LEFT JOIN customers c
                   ON c.customer_id = l.life_id
               GROUP BY l.life_id, c.customer_name
               HAVING SUM(l.retained) > :WS-RETENTION
               ORDER BY SUM(l.retained) DESC, l.life_id
       END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY "=== PER-LIFE RETENTION REPORT ===".

           CALL "LIFERETAIN" USING WS-NO-CUSTOMER WS-NO-POLICY
               WS-NO-RETAINED WS-RETENTION

           DISPLAY "PER-LIFE RETENTION      : " WS-RETENTION.

           EXEC SQL OPEN LIFE-CURSOR END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR OPENING LIFE CURSOR - "
                   SQL-ERROR-MESSAGE
           ELSE
               PERFORM REPORT-ONE-LIFE
                   UNTIL WS-EOF

               EXEC SQL CLOSE LIFE-CURSOR END-EXEC
           END-IF

           DISPLAY "-----------------------------".
           DISPLAY "LIVES OVER RETENTION    : " LIFE-COUNT.
           DISPLAY "TOTAL RETAINED EXCESS   : " TOTAL-EXCESS.
           DISPLAY "=== RETENTION REPORT COMPLETE ===".

           STOP RUN.

       REPORT-ONE-LIFE.

           EXEC SQL
               FETCH LIFE-CURSOR
               INTO :WS-LIFE-ID, :WS-CUSTOMER-NAME,
                   :WS-POLICY-COUNT, :WS-LIFE-RETAINED
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO LIFE-COUNT

               COMPUTE WS-LIFE-EXCESS =
                   WS-LIFE-RETAINED - WS-RETENTION
               ADD WS-LIFE-EXCESS TO TOTAL-EXCESS

               CALL "MASKPII" USING WS-CUSTOMER-NAME WS-MASKED-NAME

               DISPLAY "  CUSTOMER " WS-LIFE-ID " "
                   WS-MASKED-NAME(1:30)
               DISPLAY "       POLICIES " WS-POLICY-COUNT
                   " RETAINED " WS-LIFE-RETAINED
                   " OVER BY " WS-LIFE-EXCESS
           END-IF.
