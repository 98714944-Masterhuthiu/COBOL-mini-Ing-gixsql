       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFOELECT.

      *> stores a policyholder's nonforfeiture election - which of
      *> the contract's two options the policy's cash value buys if
      *> it ever lapses for non-payment: "R" reduced paid-up
      *> coverage, "E" extended-term coverage. A policy with no
      *> election on file takes extended term, the contract's
      *> default option. Same one-live-row-per-policy maintenance
      *> shape as APLELECT.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-POLICY-TYPE     PIC X(20).
       01 WS-EXISTING-COUNT  PIC 9(7).

       LINKAGE SECTION.

       01 LK-POLICY-ID       PIC 9(9).
       01 LK-NFO-OPTION      PIC X(01).
           88 LK-OPTION-PAID-UP     VALUE "R".
           88 LK-OPTION-EXTENDED    VALUE "E".
       01 LK-STATUS          PIC X(01).
           88 LK-STATUS-OK     VALUE "Y".
           88 LK-STATUS-FAILED VALUE "N".

       PROCEDURE DIVISION USING LK-POLICY-ID LK-NFO-OPTION
           LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

      *> only LIFE business builds the cash value the options are
      *> bought with - the same qualification APLELECT and
      *> POLICYLOAN apply.
           EXEC SQL
               SELECT policy_type INTO :WS-POLICY-TYPE
               FROM policy_master
               WHERE policy_id = :LK-POLICY-ID
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "ERROR: POLICY " LK-POLICY-ID
                       " NOT FOUND, NONFORFEITURE ELECTION NOT "
                       "STORED"
               WHEN WS-POLICY-TYPE NOT = "LIFE"
                   DISPLAY "ERROR: POLICY " LK-POLICY-ID " IS NOT "
                       "A LIFE POLICY, NONFORFEITURE ELECTION NOT "
                       "STORED"
               WHEN NOT LK-OPTION-PAID-UP
                   AND NOT LK-OPTION-EXTENDED
                   DISPLAY "ERROR: NONFORFEITURE OPTION MUST BE R "
                       "OR E"
               WHEN OTHER
                   PERFORM STORE-THE-ELECTION
           END-EVALUATE.

           GOBACK.

       STORE-THE-ELECTION.

           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTING-COUNT
               FROM policy_nfo_elections
               WHERE policy_id = :LK-POLICY-ID
           END-EXEC

           IF WS-EXISTING-COUNT > 0
               EXEC SQL
                   UPDATE policy_nfo_elections
                   SET nfo_option = :LK-NFO-OPTION,
                       elected_date = CURRENT_DATE
                   WHERE policy_id = :LK-POLICY-ID
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO policy_nfo_elections
                   (policy_id, nfo_option, elected_date)
                   VALUES
                   (:LK-POLICY-ID, :LK-NFO-OPTION, CURRENT_DATE)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               DISPLAY "NONFORFEITURE OPTION " LK-NFO-OPTION
                   " STORED FOR POLICY " LK-POLICY-ID
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR STORING NONFORFEITURE ELECTION: "
                   SQLCODE " - " SQL-ERROR-MESSAGE
           END-IF.
