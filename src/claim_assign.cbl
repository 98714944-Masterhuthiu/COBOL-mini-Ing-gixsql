           88 REFER-SETTLED        VALUE "Y".
           88 REFER-UNSETTLED      VALUE "N".

      *> the follow-ups the desk always needs: a first review of a
      *> new claim within a couple of days, and a decision from
      *> whoever a referral lands with by the next day.
       01 FIRST-REVIEW-DAYS     PIC 9(3) VALUE 2.
       01 REFERRAL-DECIDE-DAYS  PIC 9(3) VALUE 1.
       01 WS-DIARY-DAYS         PIC 9(3).
       01 WS-TODAY-8            PIC 9(8).
       01 WS-DUE-JULIAN         PIC 9(7).
       01 WS-DUE-8              PIC 9(8).

       01 WS-DIARY-ACTION       PIC X(01).
       01 WS-DIARY-ID           PIC 9(9).
       01 WS-DIARY-SUBJECT      PIC X(01) VALUE "L".
       01 WS-DIARY-EMP-ID       PIC 9(9).
       01 WS-DIARY-TO-EMP-ID    PIC 9(9).
       01 WS-DIARY-DUE          PIC X(10).
       01 WS-DIARY-TASK         PIC X(60).
       01 WS-DIARY-STATUS       PIC X(01).

       LINKAGE SECTION.

      *> "E" enrolls (or re-limits) an examiner, "A" assigns a
      *> newly filed claim, "R" refers a claim up the chain when
      *> LK-AMOUNT exceeds its examiner's authority, "T" transfers
      *> a claim still being worked to the employee in LK-EMP-ID.
       01 LK-ACTION             PIC X(01).
           88 LK-ENROLL            VALUE "E".
           88 LK-ASSIGN            VALUE "A".
           88 LK-REFER             VALUE "R".
           88 LK-TRANSFER          VALUE "T".
       01 LK-CLAIM-ID           PIC 9(9).
       01 LK-EMP-ID             PIC 9(9).
       01 LK-AUTHORITY-LIMIT    PIC 9(9)V99.
                   PERFORM ASSIGN-ONE-CLAIM
               WHEN LK-REFER
                   PERFORM REFER-UP-THE-CHAIN
               WHEN LK-TRANSFER
                   PERFORM TRANSFER-ONE-CLAIM
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN ASSIGNMENT ACTION "
                       LK-ACTION
                   DISPLAY "CLAIM " LK-CLAIM-ID " ASSIGNED TO "
                       "EXAMINER " WS-EXAMINER-ID
                   SET LK-STATUS-OK TO TRUE

                   MOVE WS-EXAMINER-ID TO WS-DIARY-EMP-ID
                   MOVE FIRST-REVIEW-DAYS TO WS-DIARY-DAYS
                   MOVE "FIRST REVIEW OF NEW CLAIM"
                       TO WS-DIARY-TASK
                   PERFORM WRITE-CLAIM-DIARY
               ELSE
                   MOVE SQLCODE TO SQL-ERROR-CODE
                   CALL "SQLMSG" USING SQL-ERROR-CODE
               END-IF
           END-IF.

      *> a claim handed to a named colleague - the examiner is
      *> leaving or the desk is rebalancing. Only a live emp row can
      *> take it, and only while it is open or approved and not yet
      *> settled; its open follow-ups go with it.
       TRANSFER-ONE-CLAIM.

           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTING-COUNT
               FROM emp
               WHERE id = :LK-EMP-ID
                   AND is_deleted = FALSE
           END-EXEC

           IF WS-EXISTING-COUNT = 0
               DISPLAY "ERROR: EMPLOYEE " LK-EMP-ID " IS NOT ON "
                   "THE BOOKS, CLAIM " LK-CLAIM-ID " NOT MOVED"
           ELSE
               EXEC SQL
                   UPDATE claims
                   SET examiner_id = :LK-EMP-ID
                   WHERE claim_id = :LK-CLAIM-ID
                       AND claim_status IN ('O', 'A')
               END-EXEC

               IF SQLCODE = 0 AND SQLERRD(3) > 0
                   DISPLAY "CLAIM " LK-CLAIM-ID " TRANSFERRED TO "
                       "EXAMINER " LK-EMP-ID
                   SET LK-STATUS-OK TO TRUE

                   MOVE "R" TO WS-DIARY-ACTION
                   MOVE 0 TO WS-DIARY-EMP-ID
                   MOVE LK-EMP-ID TO WS-DIARY-TO-EMP-ID
                   CALL "DIARY" USING WS-DIARY-ACTION WS-DIARY-ID
                       WS-DIARY-SUBJECT LK-CLAIM-ID WS-DIARY-EMP-ID
                       WS-DIARY-TO-EMP-ID WS-DIARY-DUE WS-DIARY-TASK
                       WS-DIARY-STATUS
               ELSE
                   DISPLAY "ERROR: CLAIM " LK-CLAIM-ID " IS NOT "
                       "OPEN, NOT TRANSFERRED"
               END-IF
           END-IF.

      *> the adjudicated amount is over the examiner's head - walk
      *> the supervisor chain upward until someone whose authority
      *> covers it is found and hand them the claim; if the chain
                   "CHAIN - HELD AT HIGHEST LEVEL REACHED"
           END-IF

      *> zero leaves DIARY to name whoever the claim now sits with.
           MOVE 0 TO WS-DIARY-EMP-ID
           MOVE REFERRAL-DECIDE-DAYS TO WS-DIARY-DAYS
           MOVE "DECIDE CLAIM REFERRED OVER AUTHORITY"
               TO WS-DIARY-TASK
           PERFORM WRITE-CLAIM-DIARY

           SET LK-STATUS-OK TO TRUE.

       CLIMB-ONE-LEVEL.
                   WS-SUPERVISOR-ID " (AUTHORITY "
                   WS-SUPER-LIMIT ")"

      *> the claim's open follow-ups go up with it.
               MOVE "R" TO WS-DIARY-ACTION
               MOVE 0 TO WS-DIARY-EMP-ID
               MOVE WS-SUPERVISOR-ID TO WS-DIARY-TO-EMP-ID
               CALL "DIARY" USING WS-DIARY-ACTION WS-DIARY-ID
                   WS-DIARY-SUBJECT LK-CLAIM-ID WS-DIARY-EMP-ID
                   WS-DIARY-TO-EMP-ID WS-DIARY-DUE WS-DIARY-TASK
                   WS-DIARY-STATUS

               IF WS-SUPER-LIMIT >= LK-AMOUNT
                   SET REFER-SETTLED TO TRUE
               END-IF
           END-IF.

      *> a follow-up on the claim, due WS-DIARY-DAYS from today. A
      *> diary that cannot be written does not undo the assignment
      *> - the desk is told and the claim goes on.
       WRITE-CLAIM-DIARY.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           COMPUTE WS-DUE-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-8) + WS-DIARY-DAYS
           COMPUTE WS-DUE-8 = FUNCTION DATE-OF-INTEGER
               (WS-DUE-JULIAN)
           MOVE SPACES TO WS-DIARY-DUE
           STRING WS-DUE-8(1:4) "-" WS-DUE-8(5:2) "-"
               WS-DUE-8(7:2) DELIMITED BY SIZE
               INTO WS-DIARY-DUE

           MOVE "A" TO WS-DIARY-ACTION
           MOVE 0 TO WS-DIARY-TO-EMP-ID

           CALL "DIARY" USING WS-DIARY-ACTION WS-DIARY-ID
               WS-DIARY-SUBJECT LK-CLAIM-ID WS-DIARY-EMP-ID
               WS-DIARY-TO-EMP-ID WS-DIARY-DUE WS-DIARY-TASK
               WS-DIARY-STATUS

           IF WS-DIARY-STATUS NOT = "Y"
               DISPLAY "WARNING: NO DIARY ENTRY FOR CLAIM "
                   LK-CLAIM-ID
           END-IF.
