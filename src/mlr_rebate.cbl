       IDENTIFICATION DIVISION.
       PROGRAM-ID. MLRREBATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the filing summary - one line per jurisdiction with every
      *> figure the regulator's MLR form asks for, in the same
      *> line-sequential shape as PREMIUMTAX's detail file.
           SELECT MLR-FILING-FILE ASSIGN TO DYNAMIC WS-MLR-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLR-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  MLR-FILING-FILE.
       01  MLR-FILING-RECORD.
           02 MF-JURISDICTION     PIC X(02).
           02 MF-MLR-YEAR         PIC 9(4).
           02 MF-POLICY-COUNT     PIC 9(7).
           02 MF-EARNED-PREMIUM   PIC 9(11)V99.
           02 MF-PREMIUM-TAX      PIC 9(11)V99.
           02 MF-CLAIMS-INCURRED  PIC 9(11)V99.
           02 MF-LIFE-YEARS       PIC 9(7)V99.
           02 MF-MLR-RATIO        PIC 9(3)V9999.
           02 MF-CREDIBILITY-ADJ  PIC 9V9999.
           02 MF-ADJUSTED-RATIO   PIC 9(3)V9999.
           02 MF-MINIMUM-RATIO    PIC 9V9999.
      *>   "C" credible, "P" partially credible, "N" not credible
           02 MF-CREDIBILITY      PIC X(01).
           02 MF-REBATE-POOL      PIC 9(11)V99.

      *> the annual medical loss ratio test over the HEALTH block.
      *> Each jurisdiction's block is measured on its own: claims
      *> incurred in the year (net of recoveries, as LOSSRATIO nets
      *> them) over the premium earned in the year net of premium
      *> tax, plus the credibility adjustment a small block is
      *> allowed for the noise in its own experience. A block that
      *> still falls short of the jurisdiction's minimum owes the
      *> shortfall back, shared across the policies in force that
      *> year in proportion to the premium each one earned - as a
      *> credit on the next invoice for a policy still in force,
      *> as a payable for one that has since ended.
      *>
      *> The test is always run for the calendar year just closed,
      *> and once filed a year is never filed again - a rerun finds
      *> the year's filing rows and stops before anything is booked.
       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/outgen.cpy".

      *> the dated generation of MLR_FILING.TXT this run writes.
       01 WS-MLR-GEN-NAME         PIC X(60).
       01 WS-MLR-GEN-ID           PIC 9(9) VALUE 0.

      *> the ratio a jurisdiction is held to when it has not set one
      *> of its own on the jurisdictions table.
       01 DEFAULT-MINIMUM-RATIO PIC 9V9999 VALUE 0.8000.

      *> the published credibility adjustments by life-years: a
      *> block under the first entry is too small to be judged at
      *> all, one at or over the last is fully credible and gets no
      *> adjustment, and anything between is interpolated between
      *> the two entries either side of it. Same table-in-working-
      *> storage shape as RMDBATCH's divisor table.
       01 CREDIBILITY-TABLE.
           02 CREDIBILITY-ENTRY OCCURS 7 TIMES
                   INDEXED BY CR-IDX CR-LOW.
               03 CR-LIFE-YEARS   PIC 9(7).
               03 CR-ADJUSTMENT   PIC 9V9999.

       01 CREDIBILITY-COUNT     PIC 9(2) VALUE 7.

       01 WS-MLR-FILE-STATUS    PIC X(02).
           88 MLR-FILE-OK           VALUE "00".

       01 WS-MLR-YEAR           PIC 9(4).
       01 WS-YEAR-START         PIC X(10).
       01 WS-YEAR-END           PIC X(10).
       01 WS-YEAR-START-8       PIC 9(8).
       01 WS-YEAR-START-JULIAN  PIC 9(7).
       01 WS-YEAR-END-8         PIC 9(8).
       01 WS-YEAR-END-JULIAN    PIC 9(7).
       01 WS-DAYS-IN-YEAR       PIC 9(3).
       01 WS-FILED-COUNT        PIC 9(7).

       01 WS-JURISDICTION       PIC X(02).
       01 WS-POLICY-ID          PIC 9(9).
       01 WS-CUSTOMER-NAME      PIC X(100).
       01 WS-PREMIUM            PIC 9(7)V99.
       01 WS-POLICY-STATUS      PIC X(01).
           88 STILL-IN-FORCE        VALUES "A" "W".
       01 WS-COVER-FROM         PIC X(10).
       01 WS-COVER-TO           PIC X(10).
       01 WS-MEMBER-COUNT       PIC 9(5).

       01 WS-FROM-8             PIC 9(8).
       01 WS-FROM-JULIAN        PIC 9(7).
       01 WS-TO-8               PIC 9(8).
       01 WS-TO-JULIAN          PIC 9(7).
       01 WS-DAYS-COVERED       PIC S9(7).

       01 WS-EARNED-PREMIUM     PIC 9(9)V99.
       01 WS-MEMBER-YEARS       PIC 9(5)V9999.

       01 WS-TAX-RATE           PIC 9V9999.
       01 WS-MINIMUM-RATIO      PIC 9V9999.
       01 WS-PREMIUM-TAX        PIC 9(11)V99.
       01 WS-NET-PREMIUM        PIC S9(11)V99.
       01 WS-CLAIMS-INCURRED    PIC S9(11)V99.
       01 WS-RECOVERIES         PIC 9(11)V99.
       01 WS-MLR-RATIO          PIC 9(3)V9999.
       01 WS-CREDIBILITY-ADJ    PIC 9V9999.
       01 WS-ADJUSTED-RATIO     PIC 9(3)V9999.
       01 WS-CREDIBILITY        PIC X(01).
           88 NOT-CREDIBLE          VALUE "N".
       01 WS-REBATE-POOL        PIC 9(11)V99.
       01 WS-LIFE-YEARS-WHOLE   PIC 9(7).

       01 WS-JURIS-EARNED       PIC 9(11)V99.
       01 WS-REBATE-AMOUNT      PIC 9(9)V99.
       01 WS-REBATE-METHOD      PIC X(01).
       01 WS-EXISTING-COUNT     PIC 9(7).

       01 WS-PAYABLE-CLAIM-ID   PIC 9(9) VALUE 0.
       01 WS-PAYABLE-SOURCE     PIC X(12) VALUE "MLR-REBATE".
       01 WS-PAYABLE-AMOUNT     PIC 9(9)V99.
       01 WS-PAYABLE-STATUS     PIC X(01).
           88 WS-PAYABLE-OK       VALUE "Y".
           88 WS-PAYABLE-FAILED   VALUE "N".

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       01 WS-RUN-ACTION         PIC X(01).
       01 WS-RUN-PROGRAM        PIC X(20).
       01 WS-RUN-ID             PIC 9(9) VALUE 0.
       01 WS-RUN-STATUS         PIC X(01).
       01 WS-RUN-COUNT-1        PIC 9(7).
       01 WS-RUN-COUNT-2        PIC 9(7).
       01 WS-RUN-COUNT-3        PIC 9(7).

       01 FIRST-ROW             PIC X(01) VALUE "Y".
           88 IS-FIRST-ROW          VALUE "Y".

       01 PREV-JURISDICTION     PIC X(02) VALUE SPACES.
       01 JURIS-POLICY-COUNT    PIC 9(7) VALUE 0.
       01 JURIS-EARNED          PIC 9(11)V99 VALUE 0.
       01 JURIS-LIFE-YEARS      PIC 9(7)V99 VALUE 0.

       01 POLICY-COUNT          PIC 9(7) VALUE 0.
       01 JURISDICTION-COUNT    PIC 9(7) VALUE 0.
       01 REBATE-JURIS-COUNT    PIC 9(7) VALUE 0.
       01 REBATE-COUNT          PIC 9(7) VALUE 0.
       01 CREDITED-COUNT        PIC 9(7) VALUE 0.
       01 PAID-COUNT            PIC 9(7) VALUE 0.
       01 TOTAL-POOL            PIC 9(13)V99 VALUE 0.
       01 TOTAL-REBATED         PIC 9(13)V99 VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> every HEALTH policy that was in force at some point in the
      *> year: still in force now, or ended by a lapse or cancel
      *> logged on or after the first of the year. Its cover in the
      *> year runs from the later of its start and the first of the
      *> year to the earlier of that ending and the last of the
      *> year; its members are the subscriber plus every dependent
      *> covered for any part of the year. Sorted by jurisdiction
      *> so one control break closes each block, PREMIUMTAX-style.
       EXEC SQL
           DECLARE EXPOSURE-CURSOR CURSOR FOR
               SELECT COALESCE(p.jurisdiction_code, ' '),
                   p.policy_id, p.customer_name, p.premium,
                   p.policy_status,
                   GREATEST(p.start_date, :WS-YEAR-START),
                   LEAST(:WS-YEAR-END,
                       COALESCE(
                           (SELECT TO_CHAR(MIN(a.changed_at),
                                   'YYYY-MM-DD')
                            FROM policy_audit a
                            WHERE a.policy_id = p.policy_id
                                AND RTRIM(a.event_type)
                                    IN ('LAPSE', 'CANCEL')
                                AND TO_CHAR(a.changed_at,
                                    'YYYY-MM-DD')
                                    >= :WS-YEAR-START),
                           :WS-YEAR-END)),
                   1 + (SELECT COUNT(*) FROM covered_members m
                        WHERE m.policy_id = p.policy_id
                            AND m.effective_date <= :WS-YEAR-END
                            AND (m.termination_date IS NULL
                                OR m.termination_date
                                    >= :WS-YEAR-START))
               FROM policy_master p
               WHERE RTRIM(p.policy_type) = 'HEALTH'
                   AND p.start_date <= :WS-YEAR-END
                   AND (p.policy_status IN ('A', 'W')
                       OR EXISTS
                           (SELECT 1 FROM policy_audit a
                            WHERE a.policy_id = p.policy_id
                                AND RTRIM(a.event_type)
                                    IN ('LAPSE', 'CANCEL')
                                AND TO_CHAR(a.changed_at,
                                    'YYYY-MM-DD')
                                    >= :WS-YEAR-START))
               ORDER BY 1, p.policy_id
       END-EXEC.

      *> the staged policies of every block that owes a rebate,
      *> with the block's total earned premium to share the pool
      *> against and the policy's status as it stands today.
       EXEC SQL
           DECLARE REBATE-CURSOR CURSOR FOR
               SELECT e.jurisdiction_code, e.policy_id,
                   e.customer_name, p.policy_status,
                   e.earned_premium, f.earned_premium,
                   f.rebate_pool
               FROM mlr_policy_exposure e
                   JOIN mlr_filings f
                       ON f.mlr_year = e.mlr_year
                           AND f.jurisdiction_code =
                               e.jurisdiction_code
                   JOIN policy_master p
                       ON p.policy_id = e.policy_id
               WHERE e.mlr_year = :WS-MLR-YEAR
                   AND f.rebate_pool > 0
                   AND f.earned_premium > 0
               ORDER BY e.jurisdiction_code, e.policy_id
       END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY "=== MEDICAL LOSS RATIO REBATE ===".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           PERFORM SET-THE-MLR-YEAR
           PERFORM LOAD-CREDIBILITY-TABLE

           DISPLAY "MLR YEAR: " WS-MLR-YEAR.

           MOVE 0 TO WS-FILED-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :WS-FILED-COUNT
               FROM mlr_filings
               WHERE mlr_year = :WS-MLR-YEAR
           END-EXEC

           IF WS-FILED-COUNT > 0
               DISPLAY "ERROR: MLR YEAR " WS-MLR-YEAR
                   " ALREADY FILED - NOTHING BOOKED"
           ELSE
               PERFORM RUN-THE-MLR-TEST
           END-IF

           DISPLAY "HEALTH POLICIES IN YEAR : " POLICY-COUNT.
           DISPLAY "JURISDICTIONS FILED     : " JURISDICTION-COUNT.
           DISPLAY "JURISDICTIONS OWING     : " REBATE-JURIS-COUNT.
           DISPLAY "TOTAL REBATE POOL       : " TOTAL-POOL.
           DISPLAY "REBATES BOOKED          : " REBATE-COUNT.
           DISPLAY "  AS PREMIUM CREDITS    : " CREDITED-COUNT.
           DISPLAY "  AS PAYABLES           : " PAID-COUNT.
           DISPLAY "TOTAL REBATED           : " TOTAL-REBATED.
           DISPLAY "=== MLR REBATE COMPLETE ===".

           STOP RUN.

       RUN-THE-MLR-TEST.

           MOVE "S" TO WS-RUN-ACTION
           MOVE "MLRREBATE" TO WS-RUN-PROGRAM
           MOVE SPACES TO WS-RUN-STATUS
           MOVE 0 TO WS-RUN-COUNT-1
           MOVE 0 TO WS-RUN-COUNT-2
           MOVE 0 TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           MOVE "O" TO OUTGEN-ACTION
           MOVE "MLRREBATE" TO OUTGEN-PROGRAM
           MOVE "MLR_FILING.TXT" TO OUTGEN-BASE-NAME
           PERFORM CALL-OUTGEN

           IF OUTGEN-REFUSED
               MOVE "E" TO WS-RUN-ACTION
               MOVE "F" TO WS-RUN-STATUS
               MOVE 0 TO WS-RUN-COUNT-1
               MOVE 0 TO WS-RUN-COUNT-2
               MOVE 0 TO WS-RUN-COUNT-3
               CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
                   WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
                   WS-RUN-COUNT-2 WS-RUN-COUNT-3
               EXEC SQL COMMIT END-EXEC
               DISPLAY "=== MLR REBATE NOT RERUN ==="
               STOP RUN
           END-IF

           MOVE OUTGEN-FILE-NAME TO WS-MLR-GEN-NAME
           MOVE OUTGEN-ID TO WS-MLR-GEN-ID

           OPEN OUTPUT MLR-FILING-FILE

           EXEC SQL OPEN EXPOSURE-CURSOR END-EXEC

           PERFORM STAGE-ONE-POLICY
               UNTIL WS-EOF

           IF NOT IS-FIRST-ROW
               PERFORM FILE-ONE-JURISDICTION
           END-IF

           EXEC SQL CLOSE EXPOSURE-CURSOR END-EXEC

           CLOSE MLR-FILING-FILE

           MOVE "C" TO OUTGEN-ACTION
           MOVE WS-MLR-GEN-ID TO OUTGEN-ID
           MOVE JURISDICTION-COUNT TO OUTGEN-RECORD-COUNT
           MOVE TOTAL-POOL TO OUTGEN-CONTROL-TOTAL
           PERFORM CALL-OUTGEN

           MOVE "N" TO WS-AT-END

           EXEC SQL OPEN REBATE-CURSOR END-EXEC

           PERFORM REBATE-ONE-POLICY
               UNTIL WS-EOF

           EXEC SQL CLOSE REBATE-CURSOR END-EXEC

           EXEC SQL COMMIT END-EXEC

           MOVE "E" TO WS-RUN-ACTION
           MOVE "C" TO WS-RUN-STATUS
           MOVE POLICY-COUNT TO WS-RUN-COUNT-1
           MOVE JURISDICTION-COUNT TO WS-RUN-COUNT-2
           MOVE REBATE-COUNT TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3.

      *> the calendar year just closed - the batch is scheduled
      *> once the year's claims have had time to come in.
       SET-THE-MLR-YEAR.

           MOVE WS-TODAY-8(1:4) TO WS-MLR-YEAR
           SUBTRACT 1 FROM WS-MLR-YEAR

           STRING WS-MLR-YEAR "-01-01" DELIMITED BY SIZE
               INTO WS-YEAR-START
           STRING WS-MLR-YEAR "-12-31" DELIMITED BY SIZE
               INTO WS-YEAR-END

           COMPUTE WS-YEAR-START-8 = WS-MLR-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-END-8 = WS-MLR-YEAR * 10000 + 1231
           COMPUTE WS-YEAR-START-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-YEAR-START-8)
           COMPUTE WS-YEAR-END-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-YEAR-END-8)
           COMPUTE WS-DAYS-IN-YEAR =
               WS-YEAR-END-JULIAN - WS-YEAR-START-JULIAN + 1.

       LOAD-CREDIBILITY-TABLE.

           MOVE 1000   TO CR-LIFE-YEARS(1)
           MOVE 0.0830 TO CR-ADJUSTMENT(1)
           MOVE 2500   TO CR-LIFE-YEARS(2)
           MOVE 0.0520 TO CR-ADJUSTMENT(2)
           MOVE 5000   TO CR-LIFE-YEARS(3)
           MOVE 0.0370 TO CR-ADJUSTMENT(3)
           MOVE 10000  TO CR-LIFE-YEARS(4)
           MOVE 0.0260 TO CR-ADJUSTMENT(4)
           MOVE 25000  TO CR-LIFE-YEARS(5)
           MOVE 0.0160 TO CR-ADJUSTMENT(5)
           MOVE 50000  TO CR-LIFE-YEARS(6)
           MOVE 0.0120 TO CR-ADJUSTMENT(6)
           MOVE 75000  TO CR-LIFE-YEARS(7)
           MOVE 0      TO CR-ADJUSTMENT(7).

       STAGE-ONE-POLICY.

           EXEC SQL
               FETCH EXPOSURE-CURSOR
               INTO :WS-JURISDICTION, :WS-POLICY-ID,
                   :WS-CUSTOMER-NAME, :WS-PREMIUM,
                   :WS-POLICY-STATUS, :WS-COVER-FROM,
                   :WS-COVER-TO, :WS-MEMBER-COUNT
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               IF IS-FIRST-ROW
                   MOVE WS-JURISDICTION TO PREV-JURISDICTION
               ELSE
                   IF WS-JURISDICTION NOT = PREV-JURISDICTION
                       PERFORM FILE-ONE-JURISDICTION
                       MOVE WS-JURISDICTION TO PREV-JURISDICTION
                       MOVE 0 TO JURIS-POLICY-COUNT
                       MOVE 0 TO JURIS-EARNED
                       MOVE 0 TO JURIS-LIFE-YEARS
                   END-IF
               END-IF

               MOVE "N" TO FIRST-ROW

               PERFORM EARN-POLICY-IN-YEAR

               IF WS-EARNED-PREMIUM > 0
                   ADD 1 TO POLICY-COUNT
                   ADD 1 TO JURIS-POLICY-COUNT
                   ADD WS-EARNED-PREMIUM TO JURIS-EARNED
                   ADD WS-MEMBER-YEARS TO JURIS-LIFE-YEARS
                   PERFORM STAGE-POLICY-EXPOSURE
               END-IF
           END-IF.

      *> the annual premium earned over the days of the year the
      *> policy was on the books, and the member-years it carried -
      *> the same INTEGER-OF-DATE day counting EARNEDPREMIUM uses.
       EARN-POLICY-IN-YEAR.

           MOVE WS-COVER-FROM(1:4) TO WS-FROM-8(1:4)
           MOVE WS-COVER-FROM(6:2) TO WS-FROM-8(5:2)
           MOVE WS-COVER-FROM(9:2) TO WS-FROM-8(7:2)
           COMPUTE WS-FROM-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-FROM-8)

           MOVE WS-COVER-TO(1:4) TO WS-TO-8(1:4)
           MOVE WS-COVER-TO(6:2) TO WS-TO-8(5:2)
           MOVE WS-COVER-TO(9:2) TO WS-TO-8(7:2)
           COMPUTE WS-TO-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-TO-8)

           COMPUTE WS-DAYS-COVERED =
               WS-TO-JULIAN - WS-FROM-JULIAN + 1

           IF WS-DAYS-COVERED <= 0
               MOVE 0 TO WS-EARNED-PREMIUM
               MOVE 0 TO WS-MEMBER-YEARS
           ELSE
               COMPUTE WS-EARNED-PREMIUM ROUNDED =
                   WS-PREMIUM * WS-DAYS-COVERED / WS-DAYS-IN-YEAR
               COMPUTE WS-MEMBER-YEARS ROUNDED =
                   WS-MEMBER-COUNT * WS-DAYS-COVERED
                   / WS-DAYS-IN-YEAR
           END-IF.

       STAGE-POLICY-EXPOSURE.

           EXEC SQL
               INSERT INTO mlr_policy_exposure
               (mlr_year, jurisdiction_code, policy_id,
                   customer_name, earned_premium, member_years)
               VALUES
               (:WS-MLR-YEAR, :WS-JURISDICTION, :WS-POLICY-ID,
                   :WS-CUSTOMER-NAME, :WS-EARNED-PREMIUM,
                   :WS-MEMBER-YEARS)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR STAGING MLR EXPOSURE FOR POLICY "
                   WS-POLICY-ID " - " SQL-ERROR-MESSAGE
           END-IF.

      *> closes out one jurisdiction's block: its incurred claims,
      *> its premium net of tax, the ratio with its credibility
      *> adjustment, and the pool it owes if it fell short.
       FILE-ONE-JURISDICTION.

           ADD 1 TO JURISDICTION-COUNT

           MOVE 0 TO WS-TAX-RATE
           MOVE 0 TO WS-MINIMUM-RATIO

           EXEC SQL
               SELECT COALESCE(tax_rate, 0),
                   COALESCE(mlr_minimum, 0)
               INTO :WS-TAX-RATE, :WS-MINIMUM-RATIO
               FROM jurisdictions
               WHERE jurisdiction_code = :PREV-JURISDICTION
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 0 TO WS-TAX-RATE
               MOVE 0 TO WS-MINIMUM-RATIO
           END-IF

           IF WS-MINIMUM-RATIO = 0
               MOVE DEFAULT-MINIMUM-RATIO TO WS-MINIMUM-RATIO
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(c.amount_payable), 0)
               INTO :WS-CLAIMS-INCURRED
               FROM claims c, policy_master p
               WHERE c.policy_id = p.policy_id
                   AND RTRIM(p.policy_type) = 'HEALTH'
                   AND COALESCE(p.jurisdiction_code, ' ') =
                       :PREV-JURISDICTION
                   AND c.claim_status IN ('A', 'P')
                   AND c.date_of_loss BETWEEN :WS-YEAR-START
                       AND :WS-YEAR-END
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(r.received_amount), 0)
               INTO :WS-RECOVERIES
               FROM claim_recoveries r, claims c, policy_master p
               WHERE r.claim_id = c.claim_id
                   AND c.policy_id = p.policy_id
                   AND RTRIM(p.policy_type) = 'HEALTH'
                   AND COALESCE(p.jurisdiction_code, ' ') =
                       :PREV-JURISDICTION
                   AND c.date_of_loss BETWEEN :WS-YEAR-START
                       AND :WS-YEAR-END
           END-EXEC

           SUBTRACT WS-RECOVERIES FROM WS-CLAIMS-INCURRED
           IF WS-CLAIMS-INCURRED < 0
               MOVE 0 TO WS-CLAIMS-INCURRED
           END-IF

           COMPUTE WS-PREMIUM-TAX ROUNDED =
               JURIS-EARNED * WS-TAX-RATE
           COMPUTE WS-NET-PREMIUM =
               JURIS-EARNED - WS-PREMIUM-TAX

           IF WS-NET-PREMIUM > 0
               COMPUTE WS-MLR-RATIO ROUNDED =
                   WS-CLAIMS-INCURRED / WS-NET-PREMIUM
           ELSE
               MOVE 0 TO WS-MLR-RATIO
           END-IF

           PERFORM FIND-CREDIBILITY-ADJ

           COMPUTE WS-ADJUSTED-RATIO =
               WS-MLR-RATIO + WS-CREDIBILITY-ADJ

           MOVE 0 TO WS-REBATE-POOL

           IF NOT NOT-CREDIBLE
               AND WS-NET-PREMIUM > 0
               AND WS-ADJUSTED-RATIO < WS-MINIMUM-RATIO
               COMPUTE WS-REBATE-POOL ROUNDED =
                   (WS-MINIMUM-RATIO - WS-ADJUSTED-RATIO)
                   * WS-NET-PREMIUM
           END-IF

           IF WS-REBATE-POOL > 0
               ADD 1 TO REBATE-JURIS-COUNT
               ADD WS-REBATE-POOL TO TOTAL-POOL
           END-IF

           PERFORM RECORD-THE-FILING
           PERFORM WRITE-FILING-LINE

           DISPLAY "JURISDICTION [" PREV-JURISDICTION "] POLICIES "
               JURIS-POLICY-COUNT " EARNED " JURIS-EARNED
               " INCURRED " WS-CLAIMS-INCURRED
               " LIFE-YEARS " JURIS-LIFE-YEARS.
           DISPLAY "    MLR " WS-MLR-RATIO " + CREDIBILITY "
               WS-CREDIBILITY-ADJ " (" WS-CREDIBILITY ") = "
               WS-ADJUSTED-RATIO " VS MINIMUM " WS-MINIMUM-RATIO
               " REBATE POOL " WS-REBATE-POOL.

      *> a block under the table's first entry is not credible and
      *> owes nothing; at or over the last it is fully credible.
      *> Between the two the adjustment slides linearly from the
      *> entry below the block's life-years to the entry above.
       FIND-CREDIBILITY-ADJ.

           MOVE JURIS-LIFE-YEARS TO WS-LIFE-YEARS-WHOLE

           EVALUATE TRUE
               WHEN WS-LIFE-YEARS-WHOLE < CR-LIFE-YEARS(1)
                   MOVE "N" TO WS-CREDIBILITY
                   MOVE 0 TO WS-CREDIBILITY-ADJ
               WHEN WS-LIFE-YEARS-WHOLE >=
                       CR-LIFE-YEARS(CREDIBILITY-COUNT)
                   MOVE "C" TO WS-CREDIBILITY
                   MOVE 0 TO WS-CREDIBILITY-ADJ
               WHEN OTHER
                   MOVE "P" TO WS-CREDIBILITY
                   PERFORM INTERPOLATE-CREDIBILITY
           END-EVALUATE.

       INTERPOLATE-CREDIBILITY.

           MOVE 0 TO WS-CREDIBILITY-ADJ
           SET CR-IDX TO 2

           SEARCH CREDIBILITY-ENTRY
               VARYING CR-IDX
               AT END
                   CONTINUE
               WHEN JURIS-LIFE-YEARS < CR-LIFE-YEARS(CR-IDX)
                   SET CR-LOW TO CR-IDX
                   SET CR-LOW DOWN BY 1
                   COMPUTE WS-CREDIBILITY-ADJ ROUNDED =
                       CR-ADJUSTMENT(CR-LOW)
                       - (CR-ADJUSTMENT(CR-LOW)
                           - CR-ADJUSTMENT(CR-IDX))
                       * (JURIS-LIFE-YEARS - CR-LIFE-YEARS(CR-LOW))
                       / (CR-LIFE-YEARS(CR-IDX)
                           - CR-LIFE-YEARS(CR-LOW))
           END-SEARCH.

       RECORD-THE-FILING.

           EXEC SQL
               INSERT INTO mlr_filings
               (mlr_year, jurisdiction_code, policy_count,
                   earned_premium, premium_tax, claims_incurred,
                   life_years, mlr_ratio, credibility_adj,
                   adjusted_ratio, minimum_ratio, rebate_pool,
                   filed_date)
               VALUES
               (:WS-MLR-YEAR, :PREV-JURISDICTION,
                   :JURIS-POLICY-COUNT, :JURIS-EARNED,
                   :WS-PREMIUM-TAX, :WS-CLAIMS-INCURRED,
                   :JURIS-LIFE-YEARS, :WS-MLR-RATIO,
                   :WS-CREDIBILITY-ADJ, :WS-ADJUSTED-RATIO,
                   :WS-MINIMUM-RATIO, :WS-REBATE-POOL,
                   :WS-TODAY-DASH)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR RECORDING MLR FILING FOR ["
                   PREV-JURISDICTION "] - " SQL-ERROR-MESSAGE
           END-IF.

       WRITE-FILING-LINE.

           MOVE PREV-JURISDICTION   TO MF-JURISDICTION
           MOVE WS-MLR-YEAR         TO MF-MLR-YEAR
           MOVE JURIS-POLICY-COUNT  TO MF-POLICY-COUNT
           MOVE JURIS-EARNED        TO MF-EARNED-PREMIUM
           MOVE WS-PREMIUM-TAX      TO MF-PREMIUM-TAX
           MOVE WS-CLAIMS-INCURRED  TO MF-CLAIMS-INCURRED
           MOVE JURIS-LIFE-YEARS    TO MF-LIFE-YEARS
           MOVE WS-MLR-RATIO        TO MF-MLR-RATIO
           MOVE WS-CREDIBILITY-ADJ  TO MF-CREDIBILITY-ADJ
           MOVE WS-ADJUSTED-RATIO   TO MF-ADJUSTED-RATIO
           MOVE WS-MINIMUM-RATIO    TO MF-MINIMUM-RATIO
           MOVE WS-CREDIBILITY      TO MF-CREDIBILITY
           MOVE WS-REBATE-POOL      TO MF-REBATE-POOL

           WRITE MLR-FILING-RECORD

           IF NOT MLR-FILE-OK
               DISPLAY "ERROR WRITING MLR FILING LINE: "
                   WS-MLR-FILE-STATUS
           END-IF.

       REBATE-ONE-POLICY.

           EXEC SQL
               FETCH REBATE-CURSOR
               INTO :WS-JURISDICTION, :WS-POLICY-ID,
                   :WS-CUSTOMER-NAME, :WS-POLICY-STATUS,
                   :WS-EARNED-PREMIUM, :WS-JURIS-EARNED,
                   :WS-REBATE-POOL
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               COMPUTE WS-REBATE-AMOUNT ROUNDED =
                   WS-REBATE-POOL * WS-EARNED-PREMIUM
                   / WS-JURIS-EARNED
               IF WS-REBATE-AMOUNT > 0
                   PERFORM BOOK-ONE-REBATE
               END-IF
           END-IF.

      *> a policy still on the books takes its rebate off its next
      *> invoice through the premium-reduction credit BILLINGBATCH
      *> already nets (DIVIDENDALLOC's CREDIT-NEXT-INVOICE); one
      *> that has ended is paid out through the payables ledger.
       BOOK-ONE-REBATE.

           IF STILL-IN-FORCE
               MOVE "C" TO WS-REBATE-METHOD
               PERFORM CREDIT-NEXT-INVOICE
           ELSE
               MOVE "P" TO WS-REBATE-METHOD
               PERFORM PAY-REBATE-CASH
           END-IF

           EXEC SQL
               INSERT INTO mlr_rebates
               (mlr_year, jurisdiction_code, policy_id,
                   rebate_amount, rebate_method, booked_date)
               VALUES
               (:WS-MLR-YEAR, :WS-JURISDICTION, :WS-POLICY-ID,
                   :WS-REBATE-AMOUNT, :WS-REBATE-METHOD,
                   :WS-TODAY-DASH)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR RECORDING MLR REBATE FOR POLICY "
                   WS-POLICY-ID " - " SQL-ERROR-MESSAGE
           ELSE
               ADD 1 TO REBATE-COUNT
               ADD WS-REBATE-AMOUNT TO TOTAL-REBATED
               DISPLAY "REBATE: POLICY " WS-POLICY-ID " ["
                   WS-JURISDICTION "] AMOUNT " WS-REBATE-AMOUNT
                   " METHOD " WS-REBATE-METHOD
           END-IF.

       CREDIT-NEXT-INVOICE.

           MOVE 0 TO WS-EXISTING-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTING-COUNT
               FROM policy_dividend_credits
               WHERE policy_id = :WS-POLICY-ID
           END-EXEC

           IF WS-EXISTING-COUNT > 0
               EXEC SQL
                   UPDATE policy_dividend_credits
                   SET credit_balance =
                       credit_balance + :WS-REBATE-AMOUNT
                   WHERE policy_id = :WS-POLICY-ID
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO policy_dividend_credits
                   (policy_id, credit_balance)
                   VALUES
                   (:WS-POLICY-ID, :WS-REBATE-AMOUNT)
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY "WARNING: MLR PREMIUM CREDIT FOR POLICY "
                   WS-POLICY-ID " NOT STORED"
           ELSE
               ADD 1 TO CREDITED-COUNT
           END-IF.

       PAY-REBATE-CASH.

           MOVE WS-REBATE-AMOUNT TO WS-PAYABLE-AMOUNT

           CALL "PAYABLEPOST" USING WS-POLICY-ID WS-PAYABLE-CLAIM-ID
               WS-CUSTOMER-NAME WS-PAYABLE-SOURCE WS-PAYABLE-AMOUNT
               WS-PAYABLE-STATUS

           IF WS-PAYABLE-FAILED
               DISPLAY "WARNING: MLR REBATE FOR POLICY "
                   WS-POLICY-ID " NOT BOOKED TO PAYABLES"
           ELSE
               ADD 1 TO PAID-COUNT
           END-IF.

       CALL-OUTGEN.

           CALL "OUTGEN" USING OUTGEN-ACTION OUTGEN-PROGRAM
               OUTGEN-BASE-NAME OUTGEN-FILE-NAME OUTGEN-ID
               OUTGEN-RECORD-COUNT OUTGEN-CONTROL-TOTAL
               OUTGEN-STATUS.
