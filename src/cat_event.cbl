      *> to it either by hand at intake or by CATACCUM's
      *> retroactive sweep, so "what is our exposure to this
      *> hurricane" is finally a query per event instead of a guess.
      *> The state's moratorium order after the event is recorded
      *> here too - its start and end and the extra grace days -
      *> and MORATCHECK answers for it to LAPSEBATCH, ULDEDUCT,
      *> DUNNINGBATCH and CANCELPOLICY for every policy in the
      *> event's jurisdictions.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       LINKAGE SECTION.

      *> "D" defines (or corrects) the event, "J" adds one affected
      *> jurisdiction to it, "T" tags one claim to it by hand, "M"
      *> records the moratorium order - the window dates carry the
      *> order's start and end.
       01 LK-ACTION             PIC X(01).
           88 LK-DEFINE            VALUE "D".
           88 LK-ADD-JURISDICTION  VALUE "J".
           88 LK-TAG-CLAIM         VALUE "T".
           88 LK-RECORD-MORATORIUM VALUE "M".
       01 LK-EVENT-CODE         PIC X(10).
       01 LK-PERIL              PIC X(20).
       01 LK-WINDOW-START       PIC X(10).
       01 LK-WINDOW-END         PIC X(10).
       01 LK-JURISDICTION       PIC X(02).
       01 LK-CLAIM-ID           PIC 9(9).
       01 LK-EXTRA-GRACE-DAYS   PIC 9(3).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-EVENT-CODE LK-PERIL
           LK-WINDOW-START LK-WINDOW-END LK-JURISDICTION
           LK-CLAIM-ID LK-EXTRA-GRACE-DAYS LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

                   PERFORM ADD-ONE-JURISDICTION
               WHEN LK-TAG-CLAIM
                   PERFORM TAG-ONE-CLAIM
               WHEN LK-RECORD-MORATORIUM
                   PERFORM RECORD-THE-MORATORIUM
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN CAT EVENT ACTION "
                       LK-ACTION
               DISPLAY "ERROR: CLAIM " LK-CLAIM-ID " NOT FOUND "
                   "OR ALREADY TAGGED"
           END-IF.

      *> one order per event - the department extending its order
      *> is a correction of the same row, and a new end date puts
      *> the lift notice back in line for LAPSEBATCH to send when
      *> the extended order finally ends.
       RECORD-THE-MORATORIUM.

           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTING-COUNT
               FROM cat_events
               WHERE event_code = :LK-EVENT-CODE
           END-EXEC

           EVALUATE TRUE
               WHEN WS-EXISTING-COUNT = 0
                   DISPLAY "ERROR: EVENT " LK-EVENT-CODE
                       " IS NOT DEFINED"
               WHEN LK-WINDOW-END < LK-WINDOW-START
                   DISPLAY "ERROR: MORATORIUM ENDS BEFORE IT "
                       "STARTS"
               WHEN OTHER
                   EXEC SQL
                       SELECT COUNT(*) INTO :WS-EXISTING-COUNT
                       FROM cat_moratoriums
                       WHERE event_code = :LK-EVENT-CODE
                   END-EXEC

                   IF WS-EXISTING-COUNT > 0
                       EXEC SQL
                           UPDATE cat_moratoriums
                           SET order_start = :LK-WINDOW-START,
                               order_end = :LK-WINDOW-END,
                               extra_grace_days =
                                   :LK-EXTRA-GRACE-DAYS,
                               lift_notified = 'N'
                           WHERE event_code = :LK-EVENT-CODE
                       END-EXEC
                   ELSE
                       EXEC SQL
                           INSERT INTO cat_moratoriums
                           (event_code, order_start, order_end,
                               extra_grace_days, lift_notified)
                           VALUES
                           (:LK-EVENT-CODE, :LK-WINDOW-START,
                               :LK-WINDOW-END, :LK-EXTRA-GRACE-DAYS,
                               'N')
                       END-EXEC
                   END-IF

                   IF SQLCODE = 0
                       DISPLAY "MORATORIUM FOR EVENT " LK-EVENT-CODE
                           " " LK-WINDOW-START " TO " LK-WINDOW-END
                           " PLUS " LK-EXTRA-GRACE-DAYS
                           " GRACE DAYS RECORDED"
                       SET LK-STATUS-OK TO TRUE
                   ELSE
                       MOVE SQLCODE TO SQL-ERROR-CODE
                       CALL "SQLMSG" USING SQL-ERROR-CODE
                           SQL-ERROR-MESSAGE
                       DISPLAY "ERROR RECORDING MORATORIUM - "
                           SQL-ERROR-MESSAGE
                   END-IF
           END-EVALUATE.
