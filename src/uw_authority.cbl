       IDENTIFICATION DIVISION.
       PROGRAM-ID. UWAUTHORITY.

      *> approval authority on the underwriting side, the way
      *> CLAIMASSIGN gives examiners payment authority: each
      *> underwriter is an emp row enrolled here with the largest
      *> coverage they may approve and the risk classes they may
      *> approve it at. A case is worked by one underwriter; when
      *> its approval is over that underwriter's head it refers up
      *> the same employee-supervisor chain the claim referrals
      *> walk until it reaches someone whose authority covers it,
      *> and every hop is kept - on uw_referrals and as the chain
      *> on the application UWQUEUE prints.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       01 WS-EXISTING-COUNT     PIC 9(7).
       01 WS-AUTHORITY-COUNT    PIC 9(7).
       01 WS-COVERAGE-AMOUNT    PIC 9(9)V99.
       01 WS-RISK-CLASS         PIC X(01).
       01 WS-UNDERWRITER-ID     PIC 9(9).
       01 WS-CHECK-EMP-ID       PIC 9(9).
       01 WS-CHAIN-EMP-ID       PIC S9(9) COMP-5.
       01 WS-SUPERVISOR-ID      PIC S9(9) COMP-5.
       01 WS-FROM-EMP-ID        PIC 9(9).
       01 WS-TO-EMP-ID          PIC 9(9).
       01 WS-LEVELS-WALKED      PIC 9(2).
       01 MAX-REFER-LEVELS      PIC 9(1) VALUE 5.

       01 WS-REFER-STATUS       PIC X(01).
           88 REFER-SETTLED        VALUE "Y".
           88 REFER-UNSETTLED      VALUE "N".

      *> the case's open diary entries follow it to each new desk.
       01 WS-DIARY-ACTION       PIC X(01) VALUE "R".
       01 WS-DIARY-ID           PIC 9(9) VALUE 0.
       01 WS-DIARY-SUBJECT      PIC X(01) VALUE "A".
       01 WS-DIARY-EMP-ID       PIC 9(9) VALUE 0.
       01 WS-DIARY-TO-EMP-ID    PIC 9(9).
       01 WS-DIARY-DUE          PIC X(10) VALUE SPACES.
       01 WS-DIARY-TASK         PIC X(60) VALUE SPACES.
       01 WS-DIARY-STATUS       PIC X(01).

       LINKAGE SECTION.

      *> "E" enrolls (or re-limits) an underwriter, "S" sets the
      *> underwriter working an application, "K" checks an
      *> approval against the working underwriter's authority -
      *> LK-STATUS comes back "Y" only when it is within it; a case
      *> over it is referred up the chain and comes back "N".
       01 LK-ACTION             PIC X(01).
           88 LK-ENROLL            VALUE "E".
           88 LK-SET-UNDERWRITER   VALUE "S".
           88 LK-CHECK             VALUE "K".
       01 LK-APPLICATION-ID     PIC 9(9).
       01 LK-EMP-ID             PIC 9(9).
       01 LK-MAX-COVERAGE       PIC 9(9)V99.
      *> the risk classes the underwriter may approve, P/S/K as
      *> policy.cpy defines them, in any order - "PS" may approve
      *> preferred and standard but not smoker cases.
       01 LK-RISK-CLASSES       PIC X(03).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-APPLICATION-ID
           LK-EMP-ID LK-MAX-COVERAGE LK-RISK-CLASSES LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           EVALUATE TRUE
               WHEN LK-ENROLL
                   PERFORM ENROLL-ONE-UNDERWRITER
               WHEN LK-SET-UNDERWRITER
                   PERFORM SET-WORKING-UNDERWRITER
               WHEN LK-CHECK
                   PERFORM CHECK-APPROVAL-AUTHORITY
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN AUTHORITY ACTION "
                       LK-ACTION
           END-EVALUATE.

           GOBACK.

      *> only a live emp row can underwrite - the same on-the-books
      *> check CLAIMASSIGN applies to examiners.
       ENROLL-ONE-UNDERWRITER.

           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTING-COUNT
               FROM emp
               WHERE id = :LK-EMP-ID
                   AND is_deleted = FALSE
           END-EXEC

           EVALUATE TRUE
               WHEN WS-EXISTING-COUNT = 0
                   DISPLAY "ERROR: EMPLOYEE " LK-EMP-ID " IS NOT ON "
                       "THE BOOKS, NOT ENROLLED"
               WHEN LK-RISK-CLASSES = SPACES
                   DISPLAY "ERROR: NO RISK CLASSES GIVEN, NOT "
                       "ENROLLED"
               WHEN OTHER
                   PERFORM STORE-ONE-UNDERWRITER
           END-EVALUATE.

       STORE-ONE-UNDERWRITER.

           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTING-COUNT
               FROM uw_authorities
               WHERE emp_id = :LK-EMP-ID
           END-EXEC

           IF WS-EXISTING-COUNT > 0
               EXEC SQL
                   UPDATE uw_authorities
                   SET max_coverage = :LK-MAX-COVERAGE,
                       risk_classes = :LK-RISK-CLASSES,
                       authority_status = 'A'
                   WHERE emp_id = :LK-EMP-ID
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO uw_authorities
                   (emp_id, max_coverage, risk_classes,
                       authority_status)
                   VALUES
                   (:LK-EMP-ID, :LK-MAX-COVERAGE, :LK-RISK-CLASSES,
                       'A')
               END-EXEC
           END-IF

           IF SQLCODE = 0
               DISPLAY "UNDERWRITER " LK-EMP-ID " ENROLLED WITH "
                   "AUTHORITY " LK-MAX-COVERAGE " CLASSES "
                   LK-RISK-CLASSES
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR ENROLLING UNDERWRITER - "
                   SQL-ERROR-MESSAGE
           END-IF.

      *> the case goes to an enrolled underwriter while it is still
      *> open; a fresh assignment starts a fresh referral chain.
       SET-WORKING-UNDERWRITER.

           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTING-COUNT
               FROM uw_authorities
               WHERE emp_id = :LK-EMP-ID
                   AND authority_status = 'A'
           END-EXEC

           IF WS-EXISTING-COUNT = 0
               DISPLAY "ERROR: EMPLOYEE " LK-EMP-ID " IS NOT AN "
                   "ENROLLED UNDERWRITER"
           ELSE
               EXEC SQL
                   UPDATE applications
                   SET underwriter_id = :LK-EMP-ID,
                       referral_chain = NULL
                   WHERE application_id = :LK-APPLICATION-ID
                       AND app_status IN ('R', 'V')
               END-EXEC

               IF SQLCODE = 0 AND SQLERRD(3) > 0
                   DISPLAY "APPLICATION " LK-APPLICATION-ID
                       " ASSIGNED TO UNDERWRITER " LK-EMP-ID
                   SET LK-STATUS-OK TO TRUE
                   MOVE LK-EMP-ID TO WS-DIARY-TO-EMP-ID
                   PERFORM MOVE-CASE-DIARY
               ELSE
                   DISPLAY "ERROR: APPLICATION " LK-APPLICATION-ID
                       " IS NOT OPEN, NOT ASSIGNED"
               END-IF
           END-IF.

      *> a case nobody is named on cannot be approved by anybody -
      *> it has to be assigned first. Within the working
      *> underwriter's authority it passes; over it, it refers.
       CHECK-APPROVAL-AUTHORITY.

           MOVE 0 TO WS-UNDERWRITER-ID

           EXEC SQL
               SELECT COALESCE(underwriter_id, 0), coverage_amount,
                   COALESCE(risk_class, 'S')
               INTO :WS-UNDERWRITER-ID, :WS-COVERAGE-AMOUNT,
                   :WS-RISK-CLASS
               FROM applications
               WHERE application_id = :LK-APPLICATION-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "ERROR: APPLICATION " LK-APPLICATION-ID
                       " NOT FOUND FOR AUTHORITY CHECK"
               WHEN WS-UNDERWRITER-ID = 0
                   DISPLAY "ERROR: APPLICATION " LK-APPLICATION-ID
                       " HAS NO UNDERWRITER ASSIGNED - CANNOT "
                       "APPROVE"
               WHEN OTHER
                   MOVE WS-UNDERWRITER-ID TO WS-CHECK-EMP-ID
                   PERFORM COUNT-COVERING-AUTHORITY
                   IF WS-AUTHORITY-COUNT > 0
                       SET LK-STATUS-OK TO TRUE
                   ELSE
                       PERFORM WALK-THE-CHAIN
                   END-IF
           END-EVALUATE.

       COUNT-COVERING-AUTHORITY.

           MOVE 0 TO WS-AUTHORITY-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :WS-AUTHORITY-COUNT
               FROM uw_authorities
               WHERE emp_id = :WS-CHECK-EMP-ID
                   AND authority_status = 'A'
                   AND max_coverage >= :WS-COVERAGE-AMOUNT
                   AND POSITION(:WS-RISK-CLASS IN risk_classes) > 0
           END-EXEC.

      *> same climb as CLAIMASSIGN's referral: hand the case to each
      *> supervisor in turn until one's authority covers it; if the
      *> chain runs out the top supervisor reached holds it, loudly.
      *> Either way this approval does not go through - the person
      *> the case now sits with approves it.
       WALK-THE-CHAIN.

           MOVE WS-UNDERWRITER-ID TO WS-CHAIN-EMP-ID
           MOVE 0 TO WS-LEVELS-WALKED
           SET REFER-UNSETTLED TO TRUE

           PERFORM CLIMB-ONE-LEVEL
               UNTIL REFER-SETTLED
                   OR WS-LEVELS-WALKED >= MAX-REFER-LEVELS
                   OR WS-CHAIN-EMP-ID = 0

           IF REFER-UNSETTLED
               DISPLAY "REFERRAL: APPLICATION " LK-APPLICATION-ID
                   " FOR " WS-COVERAGE-AMOUNT " CLASS "
                   WS-RISK-CLASS " EXCEEDS EVERY AUTHORITY IN THE "
                   "CHAIN - HELD AT HIGHEST LEVEL REACHED"
           END-IF.

       CLIMB-ONE-LEVEL.

           ADD 1 TO WS-LEVELS-WALKED
           MOVE 0 TO WS-SUPERVISOR-ID

           EXEC SQL
               SELECT COALESCE(supervisor_id, 0)
               INTO :WS-SUPERVISOR-ID
               FROM emp
               WHERE id = :WS-CHAIN-EMP-ID
                   AND is_deleted = FALSE
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-SUPERVISOR-ID = 0
               MOVE 0 TO WS-CHAIN-EMP-ID
           ELSE
               MOVE WS-CHAIN-EMP-ID TO WS-FROM-EMP-ID
               MOVE WS-SUPERVISOR-ID TO WS-TO-EMP-ID
               PERFORM HAND-CASE-UPWARD
               MOVE WS-SUPERVISOR-ID TO WS-CHAIN-EMP-ID
           END-IF.

      *> the hop goes on uw_referrals and onto the application's
      *> chain - "from>to" on the first hop, ">to" after it.
       HAND-CASE-UPWARD.

           EXEC SQL
               UPDATE applications
               SET underwriter_id = :WS-TO-EMP-ID,
                   referral_chain =
                       COALESCE(RTRIM(referral_chain),
                           CAST(CAST(:WS-FROM-EMP-ID AS INTEGER)
                               AS TEXT))
                       || '>' ||
                       CAST(CAST(:WS-TO-EMP-ID AS INTEGER) AS TEXT)
               WHERE application_id = :LK-APPLICATION-ID
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO uw_referrals
                   (application_id, from_emp_id, to_emp_id,
                       coverage_amount, referred_date)
                   VALUES
                   (:LK-APPLICATION-ID, :WS-FROM-EMP-ID,
                       :WS-TO-EMP-ID, :WS-COVERAGE-AMOUNT,
                       :WS-TODAY-DASH)
               END-EXEC

               MOVE WS-TO-EMP-ID TO WS-CHECK-EMP-ID
               PERFORM COUNT-COVERING-AUTHORITY

               DISPLAY "APPLICATION " LK-APPLICATION-ID
                   " REFERRED UP FROM " WS-FROM-EMP-ID " TO "
                   WS-TO-EMP-ID

               MOVE WS-TO-EMP-ID TO WS-DIARY-TO-EMP-ID
               PERFORM MOVE-CASE-DIARY

               IF WS-AUTHORITY-COUNT > 0
                   SET REFER-SETTLED TO TRUE
               END-IF
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR REFERRING APPLICATION "
                   LK-APPLICATION-ID " - " SQL-ERROR-MESSAGE
               MOVE 0 TO WS-SUPERVISOR-ID
           END-IF.

       MOVE-CASE-DIARY.

           CALL "DIARY" USING WS-DIARY-ACTION WS-DIARY-ID
               WS-DIARY-SUBJECT LK-APPLICATION-ID WS-DIARY-EMP-ID
               WS-DIARY-TO-EMP-ID WS-DIARY-DUE WS-DIARY-TASK
               WS-DIARY-STATUS.
