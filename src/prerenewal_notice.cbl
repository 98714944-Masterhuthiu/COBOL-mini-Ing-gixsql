
      *> the notice goes out this many days before the anniversary -
      *> a regulatory notice period for HEALTH policies and plain
      *> good manners for everything else. This is the company
      *> default; a lead filed through PARAMMAINT for a policy's
      *> type or state and in force today replaces it for that
      *> policy.
       01 NOTICE-LEAD-DAYS      PIC 9(3) VALUE 60.
       01 WS-POLICY-LEAD-DAYS   PIC 9(5).
       01 WS-PARAM-NAME         PIC X(30).
       01 WS-PARAM-VALUE        PIC 9(7)V9999.

      *> the cursor has to reach as far out as the longest lead
      *> filed anywhere, and the already-sent memory has to cover
      *> at least that long, or a long-lead state would be mailed a
      *> second offer before its anniversary arrived.
       01 WS-MAX-LEAD-DAYS      PIC 9(7)V9999.
       01 WS-SENT-GUARD-DAYS    PIC 9(5) VALUE 90.
       01 WS-RENEWAL-8          PIC 9(8).
       01 WS-RENEWAL-JULIAN     PIC 9(7).

       01 WS-POLICY-NUMBER      PIC X(50).
       01 WS-PROPOSED-PREMIUM   PIC 9(9)V99.
       EXEC SQL
           DECLARE PRERENEWAL-CURSOR CURSOR FOR
               SELECT policy_id, policy_type, premium,
                   currency_code, renewal_date,
                   COALESCE(jurisdiction_code, ' ')
               FROM policy_master
               WHERE policy_status = 'A'
                   AND renewal_date BETWEEN :WS-TODAY-DASH
                                policy_master.policy_id
                            AND RTRIM(c.letter_type) =
                                'RENEW-OFFER'
                            AND c.created_at >= CURRENT_DATE
                                - :WS-SENT-GUARD-DAYS)
               ORDER BY renewal_date, policy_id
       END-EXEC.

               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           PERFORM FIND-LONGEST-LEAD

           COMPUTE WS-WINDOW-JULIAN =
               WS-TODAY-JULIAN + WS-MAX-LEAD-DAYS
           COMPUTE WS-WINDOW-8 = FUNCTION DATE-OF-INTEGER
               (WS-WINDOW-JULIAN)
           STRING WS-WINDOW-8(1:4) "-" WS-WINDOW-8(5:2) "-"

           STOP RUN.

      *> the widest window any filed lead in force today asks for,
      *> and never narrower than the company default.
       FIND-LONGEST-LEAD.

           MOVE 0 TO WS-MAX-LEAD-DAYS

           EXEC SQL
               SELECT COALESCE(MAX(param_value), 0)
               INTO :WS-MAX-LEAD-DAYS
               FROM business_params
               WHERE param_name = 'NOTICE-LEAD-DAYS'
                   AND effective_date <= :WS-TODAY-DASH
           END-EXEC

           IF SQLCODE NOT = 0
               OR WS-MAX-LEAD-DAYS < NOTICE-LEAD-DAYS
               MOVE NOTICE-LEAD-DAYS TO WS-MAX-LEAD-DAYS
           END-IF

           IF WS-MAX-LEAD-DAYS + 30 > WS-SENT-GUARD-DAYS
               COMPUTE WS-SENT-GUARD-DAYS = WS-MAX-LEAD-DAYS + 30
           END-IF.

      *> the anticipated premium runs through the very RATEPOLICY
      *> dispatch RENEWALBATCH will apply on the day - but nothing
      *> on policy_master moves; the policyholder just finds out
           EXEC SQL
               FETCH PRERENEWAL-CURSOR
               INTO :POLICY-ID, :POLICY-TYPE, :PREMIUM,
                   :CURRENCY-CODE, :RENEWAL-DATE, :JURISDICTION-CODE
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               PERFORM CHECK-POLICY-LEAD
           END-IF.

      *> the cursor reaches out to the longest lead filed anywhere;
      *> a policy whose own lead has not opened yet waits for a
      *> later night.
       CHECK-POLICY-LEAD.

           MOVE "NOTICE-LEAD-DAYS" TO WS-PARAM-NAME
           MOVE NOTICE-LEAD-DAYS TO WS-PARAM-VALUE
           CALL "BIZPARAM" USING WS-PARAM-NAME POLICY-TYPE
               JURISDICTION-CODE WS-TODAY-DASH WS-PARAM-VALUE
           MOVE WS-PARAM-VALUE TO WS-POLICY-LEAD-DAYS

           MOVE RENEWAL-DATE(1:4) TO WS-RENEWAL-8(1:4)
           MOVE RENEWAL-DATE(6:2) TO WS-RENEWAL-8(5:2)
           MOVE RENEWAL-DATE(9:2) TO WS-RENEWAL-8(7:2)
           COMPUTE WS-RENEWAL-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-RENEWAL-8)

           IF WS-RENEWAL-JULIAN - WS-TODAY-JULIAN
               NOT > WS-POLICY-LEAD-DAYS
               PERFORM SEND-RENEWAL-OFFER
           END-IF.

       SEND-RENEWAL-OFFER.

           ADD 1 TO POLICY-COUNT

           MOVE POLICY-ID TO WS-POLICY-NUMBER

           CALL "RATEPOLICY" USING POLICY-TYPE
               WS-POLICY-NUMBER PREMIUM WS-PROPOSED-PREMIUM
               CURRENCY-CODE

           MOVE "RENEW-OFFER" TO WS-LETTER-TYPE
           MOVE SPACES TO WS-LETTER-DATA
           STRING "RENEWS " RENEWAL-DATE
               " CURRENT " PREMIUM
               " PROPOSED " WS-PROPOSED-PREMIUM
               DELIMITED BY SIZE INTO WS-LETTER-DATA

           CALL "CORRQUEUE" USING WS-LETTER-TYPE POLICY-ID
               WS-LETTER-DATA WS-LETTER-STATUS

           IF WS-LETTER-OK
               ADD 1 TO NOTICE-COUNT
               DISPLAY "OFFER QUEUED: POLICY " POLICY-ID
                   " CURRENT " PREMIUM " PROPOSED "
                   WS-PROPOSED-PREMIUM
           END-IF.
