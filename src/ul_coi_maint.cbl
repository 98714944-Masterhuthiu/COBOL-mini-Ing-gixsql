       IDENTIFICATION DIVISION.
       PROGRAM-ID. ULCOIMAINT.

      *> maintenance for the universal life cost-of-insurance scale
      *> ULDEDUCT charges from: one monthly rate per thousand of net
      *> amount at risk for each risk class and attained-age band,
      *> effective-dated the same way RATESMAINT files policy
      *> rates - a scale change is a future-dated load, and the
      *> rate charged on any past date can be read back.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-EXISTING-COUNT     PIC 9(7).

       LINKAGE SECTION.

      *> "L" loads (or corrects) the rate for a class, age band and
      *> effective date; "I" reads back the rate in force for an
      *> insured of LK-ATTAINED-AGE on LK-AS-OF-DATE.
       01 LK-ACTION             PIC X(01).
           88 LK-LOAD              VALUE "L".
           88 LK-INQUIRE           VALUE "I".
       01 LK-RISK-CLASS         PIC X(01).
       01 LK-ATTAINED-AGE       PIC 9(3).
       01 LK-COI-RATE           PIC 9(3)V9999.
       01 LK-EFFECTIVE-DATE     PIC X(10).
       01 LK-AS-OF-DATE         PIC X(10).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-RISK-CLASS
           LK-ATTAINED-AGE LK-COI-RATE LK-EFFECTIVE-DATE
           LK-AS-OF-DATE LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

           EVALUATE TRUE
               WHEN LK-RISK-CLASS NOT = "P"
                   AND LK-RISK-CLASS NOT = "S"
                   AND LK-RISK-CLASS NOT = "K"
                   DISPLAY "ERROR: RISK CLASS MUST BE P, S OR K"
               WHEN LK-LOAD
                   PERFORM LOAD-ONE-COI-ROW
               WHEN LK-INQUIRE
                   PERFORM INQUIRE-COI-IN-FORCE
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN COI ACTION " LK-ACTION
           END-EVALUATE.

           GOBACK.

      *> one row per class, age band and effective date - refiling
      *> the same key corrects the row in place.
       LOAD-ONE-COI-ROW.

           IF LK-COI-RATE NOT > 0
               DISPLAY "ERROR: COI RATE MUST BE POSITIVE"
           ELSE
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-EXISTING-COUNT
                   FROM ul_coi_rates
                   WHERE risk_class = :LK-RISK-CLASS
                       AND attained_age = :LK-ATTAINED-AGE
                       AND effective_date = :LK-EFFECTIVE-DATE
               END-EXEC

               IF WS-EXISTING-COUNT > 0
                   EXEC SQL
                       UPDATE ul_coi_rates
                       SET coi_rate = :LK-COI-RATE
                       WHERE risk_class = :LK-RISK-CLASS
                           AND attained_age = :LK-ATTAINED-AGE
                           AND effective_date = :LK-EFFECTIVE-DATE
                   END-EXEC
               ELSE
                   EXEC SQL
                       INSERT INTO ul_coi_rates
                       (risk_class, attained_age, coi_rate,
                           effective_date)
                       VALUES
                       (:LK-RISK-CLASS, :LK-ATTAINED-AGE,
                           :LK-COI-RATE, :LK-EFFECTIVE-DATE)
                   END-EXEC
               END-IF

               IF SQLCODE = 0
                   DISPLAY "COI RATE " LK-COI-RATE " CLASS "
                       LK-RISK-CLASS " AGE " LK-ATTAINED-AGE
                       " EFFECTIVE " LK-EFFECTIVE-DATE " LOADED"
                   SET LK-STATUS-OK TO TRUE
               ELSE
                   MOVE SQLCODE TO SQL-ERROR-CODE
                   CALL "SQLMSG" USING SQL-ERROR-CODE
                       SQL-ERROR-MESSAGE
                   DISPLAY "ERROR LOADING COI RATE: " SQLCODE
                       " - " SQL-ERROR-MESSAGE
               END-IF
           END-IF.

      *> the rate in force is the latest scale effective on or
      *> before the date, at the highest age band the insured has
      *> reached - the same lookup ULDEDUCT charges with, so the
      *> read-back can never disagree with what was deducted.
       INQUIRE-COI-IN-FORCE.

           MOVE 0 TO LK-COI-RATE

           EXEC SQL
               SELECT coi_rate INTO :LK-COI-RATE
               FROM ul_coi_rates
               WHERE risk_class = :LK-RISK-CLASS
                   AND attained_age <= :LK-ATTAINED-AGE
                   AND effective_date <= :LK-AS-OF-DATE
               ORDER BY effective_date DESC, attained_age DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "COI RATE IN FORCE " LK-AS-OF-DATE " CLASS "
                   LK-RISK-CLASS " AGE " LK-ATTAINED-AGE ": "
                   LK-COI-RATE
               SET LK-STATUS-OK TO TRUE
           ELSE
               DISPLAY "NO FILED COI RATE FOR CLASS " LK-RISK-CLASS
                   " AGE " LK-ATTAINED-AGE " ON " LK-AS-OF-DATE
           END-IF.
