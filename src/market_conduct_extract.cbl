       IDENTIFICATION DIVISION.
       PROGRAM-ID. MKTCONDUCT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the data-call extract - one line per jurisdiction and line
      *> of business with every count the annual market conduct
      *> statement asks for, in the same line-sequential shape as
      *> MLRREBATE's filing summary.
           SELECT CONDUCT-FILE ASSIGN TO DYNAMIC WS-CONDUCT-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONDUCT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CONDUCT-FILE.
       01  CONDUCT-RECORD.
           02 MC-JURISDICTION     PIC X(02).
           02 MC-POLICY-TYPE      PIC X(20).
           02 MC-STATEMENT-YEAR   PIC 9(4).
           02 MC-ISSUED           PIC 9(7).
           02 MC-REPLACEMENTS     PIC 9(7).
           02 MC-EXTERNAL-REPL    PIC 9(7).
           02 MC-EARLY-LAPSES     PIC 9(7).
           02 MC-EARLY-SURRENDERS PIC 9(7).
           02 MC-CLAIMS-OPENED    PIC 9(7).
           02 MC-CLOSED-PAID      PIC 9(7).
           02 MC-CLOSED-UNPAID    PIC 9(7).
      *>   closed claims by days from filing to close - the band
      *>   limits are the BAND-n-DAYS constants below; claims with no
      *>   filing event cannot be timed and are counted apart
           02 MC-CLOSED-BAND-1    PIC 9(7).
           02 MC-CLOSED-BAND-2    PIC 9(7).
           02 MC-CLOSED-BAND-3    PIC 9(7).
           02 MC-CLOSED-BAND-4    PIC 9(7).
           02 MC-CLOSED-BAND-5    PIC 9(7).
           02 MC-CLOSED-UNTIMED   PIC 9(7).
           02 MC-COMPLAINTS       PIC 9(7).
           02 MC-DOI-COMPLAINTS   PIC 9(7).
           02 MC-LAWSUITS         PIC 9(7).

      *> the annual market conduct data call. Every figure is
      *> counted for the calendar year just closed, per
      *> jurisdiction and policy type, off the records the system
      *> already keeps:
      *>   issued         - policies starting in the year
      *>   replacements   - of those, issued off an application that
      *>                    answered the replacement question yes
      *>                    (APPREPLACE), and how many replaced
      *>                    another carrier's coverage
      *>   early lapses   - policies lapsed or surrendered in the
      *>   and surrenders   year within EARLY-DURATION-MONTHS of
      *>                    their start, off policy_audit
      *>   claims         - opened on their FILED event in the year;
      *>                    closed with payment on their DISBURSED
      *>                    event, without payment (denied) on their
      *>                    last event, each in the year; closed
      *>                    claims banded by days from filing
      *>   complaints     - received in the year, and how many came
      *>                    through the department of insurance
      *>   lawsuits       - legal holds opened in the year on a
      *>                    policy or one of its claims
      *> The summary that follows the extract is the page the
      *> compliance officer signs before anything is submitted: it
      *> carries the totals by jurisdiction and every item the
      *> extract could not place on a jurisdiction and line.
      *>
      *> Runs for the year just closed unless MKTCONDUCT_YEAR asks
      *> for an earlier one (a state that reopens a data call).
       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/outgen.cpy".

      *> the dated generation of MKT_CONDUCT.TXT this run writes.
       01 WS-CONDUCT-GEN-NAME     PIC X(60).
       01 WS-CONDUCT-GEN-ID       PIC 9(9) VALUE 0.

      *> how soon after issue a lapse or surrender is "early" - the
      *> data call's first two policy years.
       01 EARLY-DURATION-MONTHS PIC 9(3) VALUE 24.

      *> upper limits, in days from filing, of the first four
      *> closed-claim bands; the fifth is everything beyond.
       01 BAND-1-DAYS           PIC 9(4) VALUE 30.
       01 BAND-2-DAYS           PIC 9(4) VALUE 60.
       01 BAND-3-DAYS           PIC 9(4) VALUE 90.
       01 BAND-4-DAYS           PIC 9(4) VALUE 180.

       01 WS-CONDUCT-FILE-STATUS PIC X(02).
           88 CONDUCT-FILE-OK       VALUE "00".

       01 WS-YEAR-TEXT          PIC X(10).
       01 WS-STATEMENT-YEAR     PIC 9(4).
       01 WS-YEAR-START         PIC X(10).
       01 WS-YEAR-END           PIC X(10).

       01 WS-JURISDICTION       PIC X(02).
       01 WS-POLICY-TYPE        PIC X(20).

      *> one line's counts, in the extract record's order.
       01 WS-ISSUED             PIC 9(7).
       01 WS-REPLACEMENTS       PIC 9(7).
       01 WS-EXTERNAL-REPL      PIC 9(7).
       01 WS-EARLY-LAPSES       PIC 9(7).
       01 WS-EARLY-SURRENDERS   PIC 9(7).
       01 WS-CLAIMS-OPENED      PIC 9(7).
       01 WS-CLOSED-PAID        PIC 9(7).
       01 WS-CLOSED-UNPAID      PIC 9(7).
       01 WS-CLOSED-BAND-1      PIC 9(7).
       01 WS-CLOSED-BAND-2      PIC 9(7).
       01 WS-CLOSED-BAND-3      PIC 9(7).
       01 WS-CLOSED-BAND-4      PIC 9(7).
       01 WS-CLOSED-BAND-5      PIC 9(7).
       01 WS-CLOSED-UNTIMED     PIC 9(7).
       01 WS-COMPLAINTS         PIC 9(7).
       01 WS-DOI-COMPLAINTS     PIC 9(7).
       01 WS-LAWSUITS           PIC 9(7).

       01 FIRST-ROW             PIC X(01) VALUE "Y".
           88 IS-FIRST-ROW          VALUE "Y".

       01 PREV-JURISDICTION     PIC X(02) VALUE SPACES.

       01 JURIS-ISSUED          PIC 9(7) VALUE 0.
       01 JURIS-REPLACEMENTS    PIC 9(7) VALUE 0.
       01 JURIS-EARLY-TERMS     PIC 9(7) VALUE 0.
       01 JURIS-OPENED          PIC 9(7) VALUE 0.
       01 JURIS-CLOSED-PAID     PIC 9(7) VALUE 0.
       01 JURIS-CLOSED-UNPAID   PIC 9(7) VALUE 0.
       01 JURIS-COMPLAINTS      PIC 9(7) VALUE 0.
       01 JURIS-LAWSUITS        PIC 9(7) VALUE 0.

       01 TOTAL-ISSUED          PIC 9(7) VALUE 0.
       01 TOTAL-REPLACEMENTS    PIC 9(7) VALUE 0.
       01 TOTAL-EXTERNAL-REPL   PIC 9(7) VALUE 0.
       01 TOTAL-EARLY-LAPSES    PIC 9(7) VALUE 0.
       01 TOTAL-EARLY-SURRENDERS PIC 9(7) VALUE 0.
       01 TOTAL-OPENED          PIC 9(7) VALUE 0.
       01 TOTAL-CLOSED-PAID     PIC 9(7) VALUE 0.
       01 TOTAL-CLOSED-UNPAID   PIC 9(7) VALUE 0.
       01 TOTAL-BAND-1          PIC 9(7) VALUE 0.
       01 TOTAL-BAND-2          PIC 9(7) VALUE 0.
       01 TOTAL-BAND-3          PIC 9(7) VALUE 0.
       01 TOTAL-BAND-4          PIC 9(7) VALUE 0.
       01 TOTAL-BAND-5          PIC 9(7) VALUE 0.
       01 TOTAL-UNTIMED         PIC 9(7) VALUE 0.
       01 TOTAL-COMPLAINTS      PIC 9(7) VALUE 0.
       01 TOTAL-DOI-COMPLAINTS  PIC 9(7) VALUE 0.
       01 TOTAL-LAWSUITS        PIC 9(7) VALUE 0.

       01 LINE-COUNT            PIC 9(7) VALUE 0.
       01 JURISDICTION-COUNT    PIC 9(7) VALUE 0.

      *> what the extract could not place - reported for the
      *> officer to resolve or explain before signing.
       01 BLANK-JURIS-LINES     PIC 9(7) VALUE 0.
       01 UNPLACED-COMPLAINTS   PIC 9(7) VALUE 0.
       01 UNPLACED-LAWSUITS     PIC 9(7) VALUE 0.

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       01 WS-RUN-ACTION         PIC X(01).
       01 WS-RUN-PROGRAM        PIC X(20).
       01 WS-RUN-ID             PIC 9(9) VALUE 0.
       01 WS-RUN-STATUS         PIC X(01).
       01 WS-RUN-COUNT-1        PIC 9(7).
       01 WS-RUN-COUNT-2        PIC 9(7).
       01 WS-RUN-COUNT-3        PIC 9(7).

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> every jurisdiction and line the book has ever written -
      *> a line with no activity in the year is left off the
      *> extract once its counts are in.
       EXEC SQL
           DECLARE CONDUCT-LINE-CURSOR CURSOR FOR
               SELECT DISTINCT COALESCE(jurisdiction_code, ' '),
                   policy_type
               FROM policy_master
               ORDER BY 1, 2
       END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY "=== MARKET CONDUCT DATA CALL ===".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           PERFORM SET-THE-STATEMENT-YEAR

           DISPLAY "STATEMENT YEAR: " WS-STATEMENT-YEAR
               " (" WS-YEAR-START " TO " WS-YEAR-END ")".

           MOVE "S" TO WS-RUN-ACTION
           MOVE "MKTCONDUCT" TO WS-RUN-PROGRAM
           MOVE SPACES TO WS-RUN-STATUS
           MOVE 0 TO WS-RUN-COUNT-1
           MOVE 0 TO WS-RUN-COUNT-2
           MOVE 0 TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           MOVE "O" TO OUTGEN-ACTION
           MOVE "MKTCONDUCT" TO OUTGEN-PROGRAM
           MOVE "MKT_CONDUCT.TXT" TO OUTGEN-BASE-NAME
           PERFORM CALL-OUTGEN

           IF OUTGEN-REFUSED
               MOVE "E" TO WS-RUN-ACTION
               MOVE "F" TO WS-RUN-STATUS
               CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
                   WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
                   WS-RUN-COUNT-2 WS-RUN-COUNT-3
               EXEC SQL COMMIT END-EXEC
               DISPLAY "=== MARKET CONDUCT DATA CALL NOT RERUN ==="
               STOP RUN
           END-IF

           MOVE OUTGEN-FILE-NAME TO WS-CONDUCT-GEN-NAME
           MOVE OUTGEN-ID TO WS-CONDUCT-GEN-ID

           OPEN OUTPUT CONDUCT-FILE

           DISPLAY "--- SUMMARY BY JURISDICTION ---".

           EXEC SQL OPEN CONDUCT-LINE-CURSOR END-EXEC

           PERFORM EXTRACT-ONE-LINE
               UNTIL WS-EOF

           IF NOT IS-FIRST-ROW
               PERFORM CLOSE-ONE-JURISDICTION
           END-IF

           EXEC SQL CLOSE CONDUCT-LINE-CURSOR END-EXEC

           CLOSE CONDUCT-FILE

           MOVE "C" TO OUTGEN-ACTION
           MOVE WS-CONDUCT-GEN-ID TO OUTGEN-ID
           MOVE LINE-COUNT TO OUTGEN-RECORD-COUNT
           MOVE TOTAL-ISSUED TO OUTGEN-CONTROL-TOTAL
           PERFORM CALL-OUTGEN

           PERFORM COUNT-UNPLACED-ITEMS

           PERFORM PRINT-SIGN-OFF-SUMMARY

           MOVE "E" TO WS-RUN-ACTION
           MOVE "C" TO WS-RUN-STATUS
           MOVE LINE-COUNT TO WS-RUN-COUNT-1
           MOVE JURISDICTION-COUNT TO WS-RUN-COUNT-2
           MOVE TOTAL-OPENED TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           EXEC SQL COMMIT END-EXEC

           DISPLAY "=== MARKET CONDUCT DATA CALL COMPLETE ===".

           STOP RUN.

      *> the calendar year just closed, or the earlier year
      *> MKTCONDUCT_YEAR names.
       SET-THE-STATEMENT-YEAR.

           MOVE WS-TODAY-8(1:4) TO WS-STATEMENT-YEAR
           SUBTRACT 1 FROM WS-STATEMENT-YEAR

           MOVE SPACES TO WS-YEAR-TEXT
           ACCEPT WS-YEAR-TEXT FROM ENVIRONMENT "MKTCONDUCT_YEAR"

           IF WS-YEAR-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-YEAR-TEXT) = 0
                   AND FUNCTION NUMVAL(WS-YEAR-TEXT) >= 1900
                   AND FUNCTION NUMVAL(WS-YEAR-TEXT) <=
                       WS-STATEMENT-YEAR
                   COMPUTE WS-STATEMENT-YEAR =
                       FUNCTION NUMVAL(WS-YEAR-TEXT)
               ELSE
                   DISPLAY "WARNING: MKTCONDUCT_YEAR '" WS-YEAR-TEXT
                       "' IS NOT A CLOSED YEAR - USING "
                       WS-STATEMENT-YEAR
               END-IF
           END-IF

           STRING WS-STATEMENT-YEAR "-01-01" DELIMITED BY SIZE
               INTO WS-YEAR-START
           STRING WS-STATEMENT-YEAR "-12-31" DELIMITED BY SIZE
               INTO WS-YEAR-END.

       EXTRACT-ONE-LINE.

           EXEC SQL
               FETCH CONDUCT-LINE-CURSOR
               INTO :WS-JURISDICTION, :WS-POLICY-TYPE
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               IF IS-FIRST-ROW
                   MOVE WS-JURISDICTION TO PREV-JURISDICTION
               ELSE
                   IF WS-JURISDICTION NOT = PREV-JURISDICTION
                       PERFORM CLOSE-ONE-JURISDICTION
                       MOVE WS-JURISDICTION TO PREV-JURISDICTION
                   END-IF
               END-IF

               MOVE "N" TO FIRST-ROW

               PERFORM COUNT-POLICY-ACTIVITY
               PERFORM COUNT-CLAIM-ACTIVITY
               PERFORM COUNT-COMPLAINTS-AND-SUITS

               IF WS-ISSUED > 0 OR WS-EARLY-LAPSES > 0
                   OR WS-EARLY-SURRENDERS > 0
                   OR WS-CLAIMS-OPENED > 0 OR WS-CLOSED-PAID > 0
                   OR WS-CLOSED-UNPAID > 0 OR WS-COMPLAINTS > 0
                   OR WS-LAWSUITS > 0
                   PERFORM WRITE-ONE-LINE
               END-IF
           END-IF.

      *> issue, replacement and early-duration termination counts
      *> for the line. A policy that lapsed, was reinstated and
      *> lapsed again is one early lapse, not two.
       COUNT-POLICY-ACTIVITY.

           MOVE 0 TO WS-ISSUED
           MOVE 0 TO WS-REPLACEMENTS
           MOVE 0 TO WS-EXTERNAL-REPL
           MOVE 0 TO WS-EARLY-LAPSES
           MOVE 0 TO WS-EARLY-SURRENDERS

           EXEC SQL
               SELECT COUNT(*),
                   COALESCE(SUM(CASE WHEN EXISTS
                       (SELECT 1 FROM applications a
                        WHERE a.policy_id = p.policy_id
                            AND a.replacement_ind = 'Y')
                       THEN 1 ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN EXISTS
                       (SELECT 1 FROM applications a,
                            app_replacements r
                        WHERE a.policy_id = p.policy_id
                            AND r.application_id = a.application_id
                            AND r.replacement_type = 'E')
                       THEN 1 ELSE 0 END), 0)
               INTO :WS-ISSUED, :WS-REPLACEMENTS, :WS-EXTERNAL-REPL
               FROM policy_master p
               WHERE COALESCE(p.jurisdiction_code, ' ') =
                   :WS-JURISDICTION
                   AND p.policy_type = :WS-POLICY-TYPE
                   AND p.start_date BETWEEN :WS-YEAR-START
                       AND :WS-YEAR-END
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM REPORT-COUNT-ERROR
           END-IF

           EXEC SQL
               SELECT COUNT(DISTINCT CASE
                       WHEN RTRIM(a.event_type) = 'LAPSE'
                       THEN a.policy_id END),
                   COUNT(DISTINCT CASE
                       WHEN RTRIM(a.event_type) = 'SURRENDER'
                       THEN a.policy_id END)
               INTO :WS-EARLY-LAPSES, :WS-EARLY-SURRENDERS
               FROM policy_audit a, policy_master p
               WHERE a.policy_id = p.policy_id
                   AND COALESCE(p.jurisdiction_code, ' ') =
                       :WS-JURISDICTION
                   AND p.policy_type = :WS-POLICY-TYPE
                   AND RTRIM(a.event_type) IN ('LAPSE', 'SURRENDER')
                   AND TO_CHAR(a.changed_at, 'YYYY-MM-DD')
                       BETWEEN :WS-YEAR-START AND :WS-YEAR-END
                   AND CAST(a.changed_at AS DATE)
                       < CAST(p.start_date AS DATE)
                       + (:EARLY-DURATION-MONTHS * INTERVAL '1 month')
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM REPORT-COUNT-ERROR
           END-IF.

      *> claims opened and closed in the year, off their lifecycle
      *> events as CLAIMCYCLE reads them. A paid claim closed when
      *> the payment run disbursed it; a denied one at its last
      *> event, which is the decision or the appeal that upheld it.
      *> The day bands run from the claim's FILED event to that
      *> close.
       COUNT-CLAIM-ACTIVITY.

           MOVE 0 TO WS-CLAIMS-OPENED
           MOVE 0 TO WS-CLOSED-PAID
           MOVE 0 TO WS-CLOSED-UNPAID
           MOVE 0 TO WS-CLOSED-BAND-1
           MOVE 0 TO WS-CLOSED-BAND-2
           MOVE 0 TO WS-CLOSED-BAND-3
           MOVE 0 TO WS-CLOSED-BAND-4
           MOVE 0 TO WS-CLOSED-BAND-5
           MOVE 0 TO WS-CLOSED-UNTIMED

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CLAIMS-OPENED
               FROM claims c, policy_master p
               WHERE c.policy_id = p.policy_id
                   AND COALESCE(p.jurisdiction_code, ' ') =
                       :WS-JURISDICTION
                   AND p.policy_type = :WS-POLICY-TYPE
                   AND (SELECT TO_CHAR(MIN(e.event_at), 'YYYY-MM-DD')
                        FROM claim_events e
                        WHERE e.claim_id = c.claim_id
                            AND RTRIM(e.event_type) = 'FILED')
                       BETWEEN :WS-YEAR-START AND :WS-YEAR-END
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM REPORT-COUNT-ERROR
           END-IF

           EXEC SQL
               SELECT
                   COALESCE(SUM(CASE WHEN k.claim_status = 'P'
                       THEN 1 ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN k.claim_status = 'D'
                       THEN 1 ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN k.filed_at IS NOT NULL
                       AND k.closed_at::date - k.filed_at::date
                           <= :BAND-1-DAYS
                       THEN 1 ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN k.filed_at IS NOT NULL
                       AND k.closed_at::date - k.filed_at::date
                           > :BAND-1-DAYS
                       AND k.closed_at::date - k.filed_at::date
                           <= :BAND-2-DAYS
                       THEN 1 ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN k.filed_at IS NOT NULL
                       AND k.closed_at::date - k.filed_at::date
                           > :BAND-2-DAYS
                       AND k.closed_at::date - k.filed_at::date
                           <= :BAND-3-DAYS
                       THEN 1 ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN k.filed_at IS NOT NULL
                       AND k.closed_at::date - k.filed_at::date
                           > :BAND-3-DAYS
                       AND k.closed_at::date - k.filed_at::date
                           <= :BAND-4-DAYS
                       THEN 1 ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN k.filed_at IS NOT NULL
                       AND k.closed_at::date - k.filed_at::date
                           > :BAND-4-DAYS
                       THEN 1 ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN k.filed_at IS NULL
                       THEN 1 ELSE 0 END), 0)
               INTO :WS-CLOSED-PAID, :WS-CLOSED-UNPAID,
                   :WS-CLOSED-BAND-1, :WS-CLOSED-BAND-2,
                   :WS-CLOSED-BAND-3, :WS-CLOSED-BAND-4,
                   :WS-CLOSED-BAND-5, :WS-CLOSED-UNTIMED
               FROM (SELECT c.claim_status,
                       (SELECT MIN(e.event_at) FROM claim_events e
                        WHERE e.claim_id = c.claim_id
                            AND RTRIM(e.event_type) = 'FILED')
                           AS filed_at,
                       CASE WHEN c.claim_status = 'P'
                           THEN (SELECT MIN(e.event_at)
                                 FROM claim_events e
                                 WHERE e.claim_id = c.claim_id
                                     AND RTRIM(e.event_type) =
                                         'DISBURSED')
                           ELSE (SELECT MAX(e.event_at)
                                 FROM claim_events e
                                 WHERE e.claim_id = c.claim_id)
                       END AS closed_at
                     FROM claims c, policy_master p
                     WHERE c.policy_id = p.policy_id
                         AND COALESCE(p.jurisdiction_code, ' ') =
                             :WS-JURISDICTION
                         AND p.policy_type = :WS-POLICY-TYPE
                         AND c.claim_status IN ('P', 'D')) k
               WHERE TO_CHAR(k.closed_at, 'YYYY-MM-DD')
                   BETWEEN :WS-YEAR-START AND :WS-YEAR-END
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM REPORT-COUNT-ERROR
           END-IF.

      *> complaints received against the line's policies, and the
      *> lawsuits - legal holds placed in the year on one of its
      *> policies or on a claim against one.
       COUNT-COMPLAINTS-AND-SUITS.

           MOVE 0 TO WS-COMPLAINTS
           MOVE 0 TO WS-DOI-COMPLAINTS
           MOVE 0 TO WS-LAWSUITS

           EXEC SQL
               SELECT COUNT(*),
                   COALESCE(SUM(CASE WHEN c.source = 'D'
                       THEN 1 ELSE 0 END), 0)
               INTO :WS-COMPLAINTS, :WS-DOI-COMPLAINTS
               FROM complaints c, policy_master p
               WHERE c.policy_id = p.policy_id
                   AND COALESCE(p.jurisdiction_code, ' ') =
                       :WS-JURISDICTION
                   AND p.policy_type = :WS-POLICY-TYPE
                   AND c.received_date BETWEEN :WS-YEAR-START
                       AND :WS-YEAR-END
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM REPORT-COUNT-ERROR
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-LAWSUITS
               FROM legal_holds h, policy_master p
               WHERE COALESCE(p.jurisdiction_code, ' ') =
                   :WS-JURISDICTION
                   AND p.policy_type = :WS-POLICY-TYPE
                   AND h.from_date BETWEEN :WS-YEAR-START
                       AND :WS-YEAR-END
                   AND ((h.scope_type = 'P'
                           AND h.target_id = p.policy_id)
                       OR (h.scope_type = 'C'
                           AND h.target_id IN
                               (SELECT c.claim_id FROM claims c
                                WHERE c.policy_id = p.policy_id)))
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM REPORT-COUNT-ERROR
           END-IF.

       REPORT-COUNT-ERROR.

           MOVE SQLCODE TO SQL-ERROR-CODE
           CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
           DISPLAY "ERROR COUNTING " WS-JURISDICTION " "
               WS-POLICY-TYPE " - " SQL-ERROR-MESSAGE.

       WRITE-ONE-LINE.

           MOVE WS-JURISDICTION     TO MC-JURISDICTION
           MOVE WS-POLICY-TYPE      TO MC-POLICY-TYPE
           MOVE WS-STATEMENT-YEAR   TO MC-STATEMENT-YEAR
           MOVE WS-ISSUED           TO MC-ISSUED
           MOVE WS-REPLACEMENTS     TO MC-REPLACEMENTS
           MOVE WS-EXTERNAL-REPL    TO MC-EXTERNAL-REPL
           MOVE WS-EARLY-LAPSES     TO MC-EARLY-LAPSES
           MOVE WS-EARLY-SURRENDERS TO MC-EARLY-SURRENDERS
           MOVE WS-CLAIMS-OPENED    TO MC-CLAIMS-OPENED
           MOVE WS-CLOSED-PAID      TO MC-CLOSED-PAID
           MOVE WS-CLOSED-UNPAID    TO MC-CLOSED-UNPAID
           MOVE WS-CLOSED-BAND-1    TO MC-CLOSED-BAND-1
           MOVE WS-CLOSED-BAND-2    TO MC-CLOSED-BAND-2
           MOVE WS-CLOSED-BAND-3    TO MC-CLOSED-BAND-3
           MOVE WS-CLOSED-BAND-4    TO MC-CLOSED-BAND-4
           MOVE WS-CLOSED-BAND-5    TO MC-CLOSED-BAND-5
           MOVE WS-CLOSED-UNTIMED   TO MC-CLOSED-UNTIMED
           MOVE WS-COMPLAINTS       TO MC-COMPLAINTS
           MOVE WS-DOI-COMPLAINTS   TO MC-DOI-COMPLAINTS
           MOVE WS-LAWSUITS         TO MC-LAWSUITS

           WRITE CONDUCT-RECORD

           IF NOT CONDUCT-FILE-OK
               DISPLAY "ERROR WRITING DATA CALL LINE "
                   WS-JURISDICTION " " WS-POLICY-TYPE ": "
                   WS-CONDUCT-FILE-STATUS
           ELSE
               ADD 1 TO LINE-COUNT

               IF WS-JURISDICTION = SPACES
                   ADD 1 TO BLANK-JURIS-LINES
               END-IF

               ADD WS-ISSUED TO JURIS-ISSUED
               ADD WS-REPLACEMENTS TO JURIS-REPLACEMENTS
               ADD WS-EARLY-LAPSES TO JURIS-EARLY-TERMS
               ADD WS-EARLY-SURRENDERS TO JURIS-EARLY-TERMS
               ADD WS-CLAIMS-OPENED TO JURIS-OPENED
               ADD WS-CLOSED-PAID TO JURIS-CLOSED-PAID
               ADD WS-CLOSED-UNPAID TO JURIS-CLOSED-UNPAID
               ADD WS-COMPLAINTS TO JURIS-COMPLAINTS
               ADD WS-LAWSUITS TO JURIS-LAWSUITS

               ADD WS-ISSUED TO TOTAL-ISSUED
               ADD WS-REPLACEMENTS TO TOTAL-REPLACEMENTS
               ADD WS-EXTERNAL-REPL TO TOTAL-EXTERNAL-REPL
               ADD WS-EARLY-LAPSES TO TOTAL-EARLY-LAPSES
               ADD WS-EARLY-SURRENDERS TO TOTAL-EARLY-SURRENDERS
               ADD WS-CLAIMS-OPENED TO TOTAL-OPENED
               ADD WS-CLOSED-PAID TO TOTAL-CLOSED-PAID
               ADD WS-CLOSED-UNPAID TO TOTAL-CLOSED-UNPAID
               ADD WS-CLOSED-BAND-1 TO TOTAL-BAND-1
               ADD WS-CLOSED-BAND-2 TO TOTAL-BAND-2
               ADD WS-CLOSED-BAND-3 TO TOTAL-BAND-3
               ADD WS-CLOSED-BAND-4 TO TOTAL-BAND-4
               ADD WS-CLOSED-BAND-5 TO TOTAL-BAND-5
               ADD WS-CLOSED-UNTIMED TO TOTAL-UNTIMED
               ADD WS-COMPLAINTS TO TOTAL-COMPLAINTS
               ADD WS-DOI-COMPLAINTS TO TOTAL-DOI-COMPLAINTS
               ADD WS-LAWSUITS TO TOTAL-LAWSUITS
           END-IF.

      *> a jurisdiction with nothing to report in the year prints
      *> nothing - the extract has no line for it either.
       CLOSE-ONE-JURISDICTION.

           IF JURIS-ISSUED > 0 OR JURIS-EARLY-TERMS > 0
               OR JURIS-OPENED > 0 OR JURIS-CLOSED-PAID > 0
               OR JURIS-CLOSED-UNPAID > 0 OR JURIS-COMPLAINTS > 0
               OR JURIS-LAWSUITS > 0
               ADD 1 TO JURISDICTION-COUNT
               DISPLAY "JURISDICTION [" PREV-JURISDICTION "]"
                   " ISSUED " JURIS-ISSUED
                   " REPLACING " JURIS-REPLACEMENTS
                   " EARLY LAPSE/SURR " JURIS-EARLY-TERMS
               DISPLAY "     CLAIMS OPENED " JURIS-OPENED
                   " PAID " JURIS-CLOSED-PAID
                   " DENIED " JURIS-CLOSED-UNPAID
                   " COMPLAINTS " JURIS-COMPLAINTS
                   " LAWSUITS " JURIS-LAWSUITS
           END-IF

           MOVE 0 TO JURIS-ISSUED
           MOVE 0 TO JURIS-REPLACEMENTS
           MOVE 0 TO JURIS-EARLY-TERMS
           MOVE 0 TO JURIS-OPENED
           MOVE 0 TO JURIS-CLOSED-PAID
           MOVE 0 TO JURIS-CLOSED-UNPAID
           MOVE 0 TO JURIS-COMPLAINTS
           MOVE 0 TO JURIS-LAWSUITS.

      *> complaints filed against the customer rather than a policy,
      *> and holds placed on the customer, belong to no line - the
      *> officer assigns or explains them before submission.
       COUNT-UNPLACED-ITEMS.

           EXEC SQL
               SELECT COUNT(*)
               INTO :UNPLACED-COMPLAINTS
               FROM complaints c
               WHERE c.received_date BETWEEN :WS-YEAR-START
                   AND :WS-YEAR-END
                   AND NOT EXISTS
                       (SELECT 1 FROM policy_master p
                        WHERE p.policy_id = c.policy_id)
           END-EXEC

           EXEC SQL
               SELECT COUNT(*)
               INTO :UNPLACED-LAWSUITS
               FROM legal_holds h
               WHERE h.from_date BETWEEN :WS-YEAR-START
                   AND :WS-YEAR-END
                   AND h.scope_type = 'U'
           END-EXEC.

       PRINT-SIGN-OFF-SUMMARY.

           DISPLAY "=============================".
           DISPLAY "MARKET CONDUCT DATA CALL " WS-STATEMENT-YEAR
               " - SUMMARY FOR COMPLIANCE SIGN-OFF".
           DISPLAY "EXTRACT FILE     : " WS-CONDUCT-GEN-NAME.
           DISPLAY "PREPARED         : " WS-TODAY-DASH.
           DISPLAY "JURISDICTIONS    : " JURISDICTION-COUNT
               "  LINES: " LINE-COUNT.
           DISPLAY "-----------------------------".
           DISPLAY "POLICIES ISSUED              : " TOTAL-ISSUED.
           DISPLAY "  REPLACEMENTS               : "
               TOTAL-REPLACEMENTS.
           DISPLAY "  OF ANOTHER CARRIER'S       : "
               TOTAL-EXTERNAL-REPL.
           DISPLAY "EARLY LAPSES (" EARLY-DURATION-MONTHS
               " MONTHS)       : " TOTAL-EARLY-LAPSES.
           DISPLAY "EARLY SURRENDERS (" EARLY-DURATION-MONTHS
               " MONTHS)   : " TOTAL-EARLY-SURRENDERS.
           DISPLAY "CLAIMS OPENED                : " TOTAL-OPENED.
           DISPLAY "CLAIMS CLOSED WITH PAYMENT   : "
               TOTAL-CLOSED-PAID.
           DISPLAY "CLAIMS CLOSED WITHOUT PAYMENT: "
               TOTAL-CLOSED-UNPAID.
           DISPLAY "  CLOSED IN 0-" BAND-1-DAYS " DAYS        : "
               TOTAL-BAND-1.
           DISPLAY "  CLOSED IN " BAND-1-DAYS "-" BAND-2-DAYS
               " DAYS     : " TOTAL-BAND-2.
           DISPLAY "  CLOSED IN " BAND-2-DAYS "-" BAND-3-DAYS
               " DAYS     : " TOTAL-BAND-3.
           DISPLAY "  CLOSED IN " BAND-3-DAYS "-" BAND-4-DAYS
               " DAYS     : " TOTAL-BAND-4.
           DISPLAY "  CLOSED AFTER " BAND-4-DAYS " DAYS       : "
               TOTAL-BAND-5.
           DISPLAY "  NOT TIMED (NO FILING EVENT): " TOTAL-UNTIMED.
           DISPLAY "COMPLAINTS RECEIVED          : " TOTAL-COMPLAINTS.
           DISPLAY "  THROUGH THE DEPARTMENT     : "
               TOTAL-DOI-COMPLAINTS.
           DISPLAY "LAWSUITS                     : " TOTAL-LAWSUITS.
           DISPLAY "-----------------------------".

           IF BLANK-JURIS-LINES > 0
               DISPLAY "REVIEW: " BLANK-JURIS-LINES
                   " LINES HAVE NO JURISDICTION ON THE POLICY"
           END-IF

           IF UNPLACED-COMPLAINTS > 0
               DISPLAY "REVIEW: " UNPLACED-COMPLAINTS
                   " COMPLAINTS NOT AGAINST A POLICY - NOT IN LINES"
           END-IF

           IF UNPLACED-LAWSUITS > 0
               DISPLAY "REVIEW: " UNPLACED-LAWSUITS
                   " LEGAL HOLDS ON A CUSTOMER - NOT IN LINES"
           END-IF

           IF TOTAL-UNTIMED > 0
               DISPLAY "REVIEW: " TOTAL-UNTIMED
                   " CLOSED CLAIMS HAVE NO FILING EVENT TO TIME"
           END-IF

           DISPLAY " ".
           DISPLAY "REVIEWED AND APPROVED FOR SUBMISSION:".
           DISPLAY " ".
           DISPLAY "COMPLIANCE OFFICER ______________________________"
               "  DATE __________".
           DISPLAY " ".

       CALL-OUTGEN.

           CALL "OUTGEN" USING OUTGEN-ACTION OUTGEN-PROGRAM
               OUTGEN-BASE-NAME OUTGEN-FILE-NAME OUTGEN-ID
               OUTGEN-RECORD-COUNT OUTGEN-CONTROL-TOTAL
               OUTGEN-STATUS.
