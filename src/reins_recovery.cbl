       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOVERY-FILE ASSIGN TO DYNAMIC WS-RECOVERY-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-FILE-STATUS.

       FILE SECTION.
      *> one line per recoverable claim, handed to the reinsurer
      *> alongside REINS_EXTRACT.TXT so the premium cession and the
      *> claims recovery come off one set of treaty terms. Claims
      *> come grouped by the treaty the policy was ceded under,
      *> each group between a TREATY header and a TOTAL trailer.
       FD  RECOVERY-FILE.
       01  RECOVERY-RECORD      PIC X(160).


       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/outgen.cpy".

      *> the dated generation of REINS_RECOVERY.TXT this run writes.
       01 WS-RECOVERY-GEN-NAME    PIC X(60).
       01 WS-RECOVERY-GEN-ID      PIC 9(9) VALUE 0.

       01 WS-RECOVERY-FILE-STATUS PIC X(02).
           88 RECOVERY-FILE-OK       VALUE "00".

      *> the same standing terms REINSEXTRACT cedes premium under
      *> when a policy's line had no treaty on its issue date - the
      *> carrier's share of a ceded policy's claims follows the
      *> share of the premium it took. Treaty business recovers on
      *> the treaty's own terms through TREATYCEDE.
       01 RETENTION-THRESHOLD    PIC 9(7)V99 VALUE 5000.00.
       01 CEDING-PERCENT         PIC 9V999 VALUE 0.600.
       01 STANDING-TREATY-CODE   PIC X(10) VALUE "STANDING".

       01 WS-TREATY-ID           PIC 9(9).
       01 WS-TREATY-CODE         PIC X(10).
       01 WS-TREATY-REINSURER    PIC X(60).
       01 WS-TREATY-TYPE         PIC X(01).
       01 WS-TREATY-RETENTION    PIC 9(9)V99.
       01 WS-TREATY-LIMIT        PIC 9(9)V99.
       01 WS-TREATY-PCT          PIC 9V999.
       01 WS-CLAIM-AMOUNT        PIC 9(9)V99.
       01 WS-TREATY-PREMIUM      PIC 9(9)V99.

       01 FIRST-ROW              PIC X(01) VALUE "Y".
           88 IS-FIRST-ROW           VALUE "Y".
       01 PREV-TREATY-ID         PIC 9(9) VALUE 0.
       01 PREV-TREATY-CODE       PIC X(10) VALUE SPACES.
       01 TREATY-CLAIM-COUNT     PIC 9(7) VALUE 0.
       01 TREATY-RECOVERY-TOTAL  PIC 9(11)V99 VALUE 0.

       01 WS-POLICY-PREMIUM      PIC 9(7)V99.
       01 WS-CUSTOMER-NAME       PIC X(100).
       01 WS-AT-END              PIC X(01) VALUE "N".
           88 WS-EOF                 VALUE "Y".

      *> each paid claim against every treaty layer its policy was
      *> ceded under - the treaty in force for the policy's line on
      *> its issue date, the same join REINSEXTRACT cedes premium
      *> on. A policy with no treaty recovers under the standing
      *> terms (treaty id zero) when its premium clears the
      *> retention threshold. A claim already on the recovery
      *> ledger for that treaty stays off the cursor so a rerun
      *> never bills the reinsurer twice for the same loss; a
      *> ledger row from before treaties were kept (no treaty id)
      *> closes the claim to every treaty.
       EXEC SQL
           DECLARE RECOVERY-CURSOR CURSOR FOR
               SELECT COALESCE(t.treaty_id, 0),
                   COALESCE(t.treaty_code, ' '),
                   COALESCE(t.reinsurer_name, ' '),
                   COALESCE(t.treaty_type, ' '),
                   COALESCE(t.retention, 0),
                   COALESCE(t.layer_limit, 0),
                   COALESCE(t.cession_pct, 0),
                   c.claim_id, c.policy_id, c.amount_payable,
                   p.premium, p.customer_name,
                   COALESCE(p.coverage_amount, 0)
               FROM claims c
               JOIN policy_master p ON c.policy_id = p.policy_id
               LEFT JOIN reins_treaties t
                   ON RTRIM(t.line_of_business) =
                           RTRIM(p.policy_type)
                   AND t.effective_from <= p.start_date
                   AND t.effective_to >= p.start_date
               WHERE c.claim_status = 'P'
                   AND (t.treaty_id IS NOT NULL
                       OR p.premium > :RETENTION-THRESHOLD)
                   AND NOT EXISTS
                       (SELECT 1 FROM reins_recoveries r
                        WHERE r.claim_id = c.claim_id
                            AND (r.treaty_id IS NULL
                                OR r.treaty_id =
                                    COALESCE(t.treaty_id, 0)))
               ORDER BY COALESCE(t.treaty_id, 0), c.claim_id
       END-EXEC.

      *> paid claims on fac-covered policies recover the

           DISPLAY "STARTING REINSURANCE RECOVERY BILLING".

           MOVE "O" TO OUTGEN-ACTION
           MOVE "REINSRECOVERY" TO OUTGEN-PROGRAM
           MOVE "REINS_RECOVERY.TXT" TO OUTGEN-BASE-NAME
           PERFORM CALL-OUTGEN

           IF OUTGEN-REFUSED
               DISPLAY "=== REINSURANCE RECOVERY BILLING NOT RERUN ==="
               STOP RUN
           END-IF

           MOVE OUTGEN-FILE-NAME TO WS-RECOVERY-GEN-NAME
           MOVE OUTGEN-ID TO WS-RECOVERY-GEN-ID

           OPEN OUTPUT RECOVERY-FILE.

           EXEC SQL OPEN RECOVERY-CURSOR END-EXEC.
           PERFORM RECOVER-ONE-CLAIM
               UNTIL WS-EOF.

           IF NOT IS-FIRST-ROW
               PERFORM WRITE-TREATY-TRAILER
           END-IF

           EXEC SQL CLOSE RECOVERY-CURSOR END-EXEC.

           PERFORM RECOVER-FAC-CLAIMS

           CLOSE RECOVERY-FILE.

           MOVE "C" TO OUTGEN-ACTION
           MOVE WS-RECOVERY-GEN-ID TO OUTGEN-ID
           COMPUTE OUTGEN-RECORD-COUNT =
               RECOVERY-COUNT + FAC-RECOVERY-COUNT
           MOVE TOTAL-RECOVERY TO OUTGEN-CONTROL-TOTAL
           PERFORM CALL-OUTGEN

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "PAID CLAIMS SCANNED : " CLAIM-COUNT
           DISPLAY "RECOVERIES BILLED   : " RECOVERY-COUNT
           DISPLAY "FAC RECOVERIES      : " FAC-RECOVERY-COUNT

           STOP RUN.

      *> control break on the treaty as in REINSEXTRACT. A claim
      *> that falls wholly inside an excess layer's retention
      *> recovers nothing and is not put on the ledger.
       RECOVER-ONE-CLAIM.

           EXEC SQL
               FETCH RECOVERY-CURSOR
               INTO :WS-TREATY-ID, :WS-TREATY-CODE,
                   :WS-TREATY-REINSURER, :WS-TREATY-TYPE,
                   :WS-TREATY-RETENTION, :WS-TREATY-LIMIT,
                   :WS-TREATY-PCT,
                   :CLAIM-ID, :POLICY-ID, :AMOUNT-PAYABLE,
                   :WS-POLICY-PREMIUM, :WS-CUSTOMER-NAME,
                   :WS-COVERAGE-AMOUNT
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               IF WS-TREATY-ID = 0
                   MOVE STANDING-TREATY-CODE TO WS-TREATY-CODE
                   MOVE "STANDING TERMS - NO TREATY IN FORCE"
                       TO WS-TREATY-REINSURER
               END-IF

               IF IS-FIRST-ROW
                   PERFORM WRITE-TREATY-HEADER
               ELSE
                   IF WS-TREATY-ID NOT = PREV-TREATY-ID
                       PERFORM WRITE-TREATY-TRAILER
                       PERFORM WRITE-TREATY-HEADER
                   END-IF
               END-IF
               MOVE "N" TO FIRST-ROW

               ADD 1 TO CLAIM-COUNT

               PERFORM COMPUTE-RECOVERY-AMOUNT

               IF RECOVERY-AMOUNT > 0
                   PERFORM RECORD-ONE-RECOVERY
               END-IF
           END-IF.

      *> under the standing terms the reinsurer's share of the
      *> claim is the claim times the share of the premium it took:
      *> ceded premium over total premium, with the cession
      *> computed exactly the way REINSEXTRACT computes it. Under a
      *> treaty the share comes from TREATYCEDE, the same call
      *> REINSEXTRACT ceded the premium through.
       COMPUTE-RECOVERY-AMOUNT.

           MOVE 0 TO RECOVERY-AMOUNT

           IF WS-TREATY-ID = 0
               COMPUTE EXCESS-PREMIUM =
                   WS-POLICY-PREMIUM - RETENTION-THRESHOLD
               COMPUTE CEDED-PREMIUM =
                   CEDED-PREMIUM / WS-POLICY-PREMIUM
               COMPUTE RECOVERY-AMOUNT ROUNDED =
                   AMOUNT-PAYABLE * WS-CEDED-RATIO
           ELSE
               MOVE AMOUNT-PAYABLE TO WS-CLAIM-AMOUNT
               CALL "TREATYCEDE" USING WS-TREATY-TYPE
                   WS-TREATY-RETENTION WS-TREATY-LIMIT WS-TREATY-PCT
                   WS-COVERAGE-AMOUNT WS-POLICY-PREMIUM
                   WS-CLAIM-AMOUNT WS-TREATY-PREMIUM RECOVERY-AMOUNT
           END-IF.

       RECORD-ONE-RECOVERY.

           EXEC SQL
               INSERT INTO reins_recoveries
               (claim_id, policy_id, treaty_id, recovery_amount)
               VALUES
               (:CLAIM-ID, :POLICY-ID, :WS-TREATY-ID,
                   :RECOVERY-AMOUNT)
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO RECOVERY-COUNT
               ADD RECOVERY-AMOUNT TO TOTAL-RECOVERY
               ADD 1 TO TREATY-CLAIM-COUNT
               ADD RECOVERY-AMOUNT TO TREATY-RECOVERY-TOTAL
               PERFORM WRITE-RECOVERY-RECORD
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
                   WS-RECOVERY-FILE-STATUS
           END-IF.

       WRITE-TREATY-HEADER.

           MOVE WS-TREATY-ID TO PREV-TREATY-ID
           MOVE WS-TREATY-CODE TO PREV-TREATY-CODE
           MOVE 0 TO TREATY-CLAIM-COUNT
           MOVE 0 TO TREATY-RECOVERY-TOTAL

           MOVE SPACES TO RECOVERY-RECORD
           STRING "TREATY "           DELIMITED BY SIZE
                  WS-TREATY-CODE      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-TREATY-TYPE      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-TREATY-REINSURER DELIMITED BY "  "
               INTO RECOVERY-RECORD

           WRITE RECOVERY-RECORD

           IF NOT RECOVERY-FILE-OK
               DISPLAY "ERROR WRITING TREATY HEADER: "
                   WS-RECOVERY-FILE-STATUS
           END-IF.

       WRITE-TREATY-TRAILER.

           MOVE SPACES TO RECOVERY-RECORD
           STRING "TOTAL  "             DELIMITED BY SIZE
                  PREV-TREATY-CODE      DELIMITED BY SIZE
                  " CLAIMS "            DELIMITED BY SIZE
                  TREATY-CLAIM-COUNT    DELIMITED BY SIZE
                  " RECOVERABLE "       DELIMITED BY SIZE
                  TREATY-RECOVERY-TOTAL DELIMITED BY SIZE
               INTO RECOVERY-RECORD

           WRITE RECOVERY-RECORD

           IF NOT RECOVERY-FILE-OK
               DISPLAY "ERROR WRITING TREATY TRAILER: "
                   WS-RECOVERY-FILE-STATUS
           END-IF

           DISPLAY "TREATY " PREV-TREATY-CODE " CLAIMS "
               TREATY-CLAIM-COUNT " RECOVERABLE "
               TREATY-RECOVERY-TOTAL.

       RECOVER-FAC-CLAIMS.

           MOVE "N" TO FAC-AT-END
                       "CLAIM " CLAIM-ID " - " SQL-ERROR-MESSAGE
               END-IF
           END-IF.

       CALL-OUTGEN.

           CALL "OUTGEN" USING OUTGEN-ACTION OUTGEN-PROGRAM
               OUTGEN-BASE-NAME OUTGEN-FILE-NAME OUTGEN-ID
               OUTGEN-RECORD-COUNT OUTGEN-CONTROL-TOTAL
               OUTGEN-STATUS.
