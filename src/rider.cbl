
      *> riders are sold as one-year add-ons - the rider's coverage
      *> window runs from attach day for this many days, and the
      *> nightly expiry batch closes it when the window ends. This
      *> is the company default; a term filed through PARAMMAINT for
      *> the policy's type or state and in force today replaces it.
       01 RIDER-TERM-DAYS PIC 9(5) VALUE 365.
       01 WS-RIDER-TERM-DAYS PIC 9(5).
       01 WS-POLICY-TYPE     PIC X(20).
       01 WS-JURISDICTION    PIC X(02).
       01 WS-TODAY-DASH      PIC X(10).
       01 WS-PARAM-NAME      PIC X(30).
       01 WS-PARAM-VALUE     PIC 9(7)V9999.

       01 WS-AUDIT-PROGRAM   PIC X(20).
       01 WS-AUDIT-EVENT     PIC X(20).
           SET RIDER-ACTIVE TO TRUE
           SET LK-STATUS-FAILED TO TRUE

      *> a rider can only attach to a policy that actually exists -
      *> there is no foreign-key constraint on riders.policy_id, so
      *> this lookup is the only thing standing between us and an
      *> orphaned rider row.
           EXEC SQL
               SELECT policy_id, premium, policy_type,
                   COALESCE(jurisdiction_code, ' ')
               INTO :FOUND-POLICY-ID, :WS-POLICY-PREMIUM,
                   :WS-POLICY-TYPE, :WS-JURISDICTION
               FROM policy_master
               WHERE policy_id = :POLICY-ID
           END-EXEC.
               DISPLAY "ERROR: POLICY " POLICY-ID " NOT FOUND ("
                   SQL-ERROR-MESSAGE "), RIDER NOT ADDED"
           ELSE
               PERFORM SET-RIDER-DATES

               CALL "RIDERSERVICE" USING WS-POLICY-PREMIUM
                   RIDER-TYPE RIDER-PREMIUM WS-CAP-STATUS


           GOBACK.

      *> effective today, expiring one rider term out (the term in
      *> force today for the policy's type and state) - both stored
      *> on the row so every premium-summing site can see whether
      *> the rider is actually in force instead of counting it
      *> forever.
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO RIDER-EFFECTIVE-DATE
           MOVE RIDER-EFFECTIVE-DATE TO WS-TODAY-DASH

           MOVE "RIDER-TERM-DAYS" TO WS-PARAM-NAME
           MOVE RIDER-TERM-DAYS TO WS-PARAM-VALUE
           CALL "BIZPARAM" USING WS-PARAM-NAME WS-POLICY-TYPE
               WS-JURISDICTION WS-TODAY-DASH WS-PARAM-VALUE
           MOVE WS-PARAM-VALUE TO WS-RIDER-TERM-DAYS

           COMPUTE WS-EXPIRY-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-8) + WS-RIDER-TERM-DAYS
           COMPUTE WS-EXPIRY-8 = FUNCTION DATE-OF-INTEGER
               (WS-EXPIRY-JULIAN)

