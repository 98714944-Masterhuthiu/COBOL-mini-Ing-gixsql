       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REINS-EXTRACT-FILE ASSIGN TO DYNAMIC WS-REINS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.


       FILE SECTION.
      *> one line per ceded policy, handed to the reinsurer each
      *> period in place of the manual spreadsheet pull. Policies
      *> come grouped by the treaty they were ceded under, each
      *> group between a TREATY header and a TOTAL trailer so every
      *> reinsurer's bordereau can be cut from the one file.
       FD  REINS-EXTRACT-FILE.
       01  REINS-EXTRACT-RECORD PIC X(160).


       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/outgen.cpy".

      *> the dated generation of REINS_EXTRACT.TXT this run writes.
       01 WS-REINS-GEN-NAME      PIC X(60).
       01 WS-REINS-GEN-ID        PIC 9(9) VALUE 0.

       01 WS-EXTRACT-FILE-STATUS PIC X(02).
           88 EXTRACT-FILE-OK       VALUE "00".

      *> standing terms for a policy whose line had no treaty loaded
      *> on its issue date - the carrier takes CEDING-PERCENT of
      *> whatever premium sits above RETENTION-THRESHOLD; premium at
      *> or below retention is ours alone and never appears in the
      *> extract. Treaty business is ceded on the treaty's own
      *> terms through TREATYCEDE.
       01 RETENTION-THRESHOLD    PIC 9(7)V99 VALUE 5000.00.
       01 CEDING-PERCENT         PIC 9V999 VALUE 0.600.
       01 STANDING-TREATY-CODE   PIC X(10) VALUE "STANDING".

      *> the treaty the current row was ceded under - treaty id zero
      *> is the standing arrangement above.
       01 WS-TREATY-ID           PIC 9(9).
       01 WS-TREATY-CODE         PIC X(10).
       01 WS-TREATY-REINSURER    PIC X(60).
       01 WS-TREATY-TYPE         PIC X(01).
       01 WS-TREATY-RETENTION    PIC 9(9)V99.
       01 WS-TREATY-LIMIT        PIC 9(9)V99.
       01 WS-TREATY-PCT          PIC 9V999.
       01 WS-NO-CLAIM            PIC 9(9)V99 VALUE 0.
       01 WS-NO-RECOVERY         PIC 9(9)V99.

       01 FIRST-ROW              PIC X(01) VALUE "Y".
           88 IS-FIRST-ROW           VALUE "Y".
       01 PREV-TREATY-ID         PIC 9(9) VALUE 0.
       01 PREV-TREATY-CODE       PIC X(10) VALUE SPACES.
       01 TREATY-POLICY-COUNT    PIC 9(7) VALUE 0.
       01 TREATY-CEDED-TOTAL     PIC 9(11)V99 VALUE 0.
       01 TREATY-COUNT           PIC 9(7) VALUE 0.

       01 EXCESS-PREMIUM         PIC 9(9)V99.
       01 CEDED-AMOUNT           PIC 9(9)V99.
       01 POLICY-COUNT           PIC 9(7) VALUE 0.
       01 CEDED-COUNT            PIC 9(7) VALUE 0.
       01 FAC-COUNT              PIC 9(7) VALUE 0.
      *> the premium ceded across the whole file, treaty and fac -
      *> the control total the reinsurers tie the bordereau to.
       01 TOTAL-CEDED-PREMIUM    PIC 9(13)V99 VALUE 0.

       01 WS-REINSURER-NAME      PIC X(60).
       01 WS-FAC-CEDED           PIC 9(9)V99.
       01 FAC-AT-END             PIC X(01) VALUE "N".
           88 FAC-EOF                VALUE "Y".

      *> every active policy against every treaty layer in force
      *> for its line on its issue date - a line carrying a quota
      *> share and a surplus cedes each policy once under each. A
      *> policy with no treaty at all comes through once under the
      *> standing terms (treaty id zero).
       EXEC SQL
           DECLARE REINS-CURSOR CURSOR FOR
               SELECT COALESCE(t.treaty_id, 0),
                   COALESCE(t.treaty_code, ' '),
                   COALESCE(t.reinsurer_name, ' '),
                   COALESCE(t.treaty_type, ' '),
                   COALESCE(t.retention, 0),
                   COALESCE(t.layer_limit, 0),
                   COALESCE(t.cession_pct, 0),
                   p.policy_id, p.customer_name, p.policy_type,
                   p.premium, p.currency_code,
                   COALESCE(p.coverage_amount, 0)
               FROM policy_master p
               LEFT JOIN reins_treaties t
                   ON RTRIM(t.line_of_business) =
                           RTRIM(p.policy_type)
                   AND t.effective_from <= p.start_date
                   AND t.effective_to >= p.start_date
               WHERE p.policy_status = 'A'
               ORDER BY COALESCE(t.treaty_id, 0), p.policy_id
       END-EXEC.

      *> the facultative placements - each active certificate cedes
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           MOVE "O" TO OUTGEN-ACTION
           MOVE "REINSEXTRACT" TO OUTGEN-PROGRAM
           MOVE "REINS_EXTRACT.TXT" TO OUTGEN-BASE-NAME
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
               DISPLAY "=== REINSURANCE EXTRACT NOT RERUN ==="
               GOBACK
           END-IF

           MOVE OUTGEN-FILE-NAME TO WS-REINS-GEN-NAME
           MOVE OUTGEN-ID TO WS-REINS-GEN-ID

           OPEN OUTPUT REINS-EXTRACT-FILE.

           EXEC SQL OPEN REINS-CURSOR END-EXEC.
           PERFORM EXTRACT-ONE-POLICY
               UNTIL WS-EOF.

           IF NOT IS-FIRST-ROW
               PERFORM WRITE-TREATY-TRAILER
           END-IF

           EXEC SQL CLOSE REINS-CURSOR END-EXEC.

           PERFORM EXTRACT-FAC-CESSIONS

           CLOSE REINS-EXTRACT-FILE.

           MOVE "C" TO OUTGEN-ACTION
           MOVE WS-REINS-GEN-ID TO OUTGEN-ID
           COMPUTE OUTGEN-RECORD-COUNT = CEDED-COUNT + FAC-COUNT
           MOVE TOTAL-CEDED-PREMIUM TO OUTGEN-CONTROL-TOTAL
           PERFORM CALL-OUTGEN

           MOVE "E" TO WS-RUN-ACTION
           MOVE "C" TO WS-RUN-STATUS
           MOVE POLICY-COUNT TO WS-RUN-COUNT-1

           DISPLAY "POLICIES SCANNED: " POLICY-COUNT
           DISPLAY "POLICIES CEDED  : " CEDED-COUNT
           DISPLAY "TREATIES        : " TREATY-COUNT
           DISPLAY "FAC CESSIONS    : " FAC-COUNT
           DISPLAY "REINSURANCE TREATY EXTRACT COMPLETE".

           GOBACK.

      *> fetches the policy-by-treaty cursor to exhaustion, ceding
      *> each policy on the terms of the treaty it falls under -
      *> same FETCH-until-not-found shape as PREMIUMBATCH, with a
      *> control break on the treaty as in CLAIMSRESERVE.
       EXTRACT-ONE-POLICY.

           EXEC SQL
               FETCH REINS-CURSOR
               INTO :WS-TREATY-ID, :WS-TREATY-CODE,
                   :WS-TREATY-REINSURER, :WS-TREATY-TYPE,
                   :WS-TREATY-RETENTION, :WS-TREATY-LIMIT,
                   :WS-TREATY-PCT,
                   :POLICY-ID, :CUSTOMER-NAME, :POLICY-TYPE,
                   :PREMIUM, :CURRENCY-CODE, :COVERAGE-AMOUNT
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

               ADD 1 TO POLICY-COUNT

               PERFORM COMPUTE-CEDED-AMOUNT

               IF CEDED-AMOUNT > 0
                   PERFORM WRITE-EXTRACT-RECORD

                   ADD 1 TO CEDED-COUNT
                   ADD 1 TO TREATY-POLICY-COUNT
                   ADD CEDED-AMOUNT TO TREATY-CEDED-TOTAL
                   ADD CEDED-AMOUNT TO TOTAL-CEDED-PREMIUM
               END-IF
           END-IF.

       COMPUTE-CEDED-AMOUNT.

           MOVE 0 TO CEDED-AMOUNT

           IF WS-TREATY-ID = 0
               IF PREMIUM > RETENTION-THRESHOLD
                   COMPUTE EXCESS-PREMIUM =
                       PREMIUM - RETENTION-THRESHOLD
                   COMPUTE CEDED-AMOUNT =
                       EXCESS-PREMIUM * CEDING-PERCENT
               END-IF
           ELSE
               CALL "TREATYCEDE" USING WS-TREATY-TYPE
                   WS-TREATY-RETENTION WS-TREATY-LIMIT WS-TREATY-PCT
                   COVERAGE-AMOUNT PREMIUM WS-NO-CLAIM
                   CEDED-AMOUNT WS-NO-RECOVERY
           END-IF.

       WRITE-TREATY-HEADER.

           MOVE WS-TREATY-ID TO PREV-TREATY-ID
           MOVE WS-TREATY-CODE TO PREV-TREATY-CODE
           MOVE 0 TO TREATY-POLICY-COUNT
           MOVE 0 TO TREATY-CEDED-TOTAL
           ADD 1 TO TREATY-COUNT

           MOVE SPACES TO REINS-EXTRACT-RECORD
           STRING "TREATY "           DELIMITED BY SIZE
                  WS-TREATY-CODE      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-TREATY-TYPE      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-TREATY-REINSURER DELIMITED BY "  "
               INTO REINS-EXTRACT-RECORD

           WRITE REINS-EXTRACT-RECORD

           IF NOT EXTRACT-FILE-OK
               DISPLAY "ERROR WRITING TREATY HEADER: "
                   WS-EXTRACT-FILE-STATUS
           END-IF.

       WRITE-TREATY-TRAILER.

           MOVE SPACES TO REINS-EXTRACT-RECORD
           STRING "TOTAL  "           DELIMITED BY SIZE
                  PREV-TREATY-CODE    DELIMITED BY SIZE
                  " POLICIES "        DELIMITED BY SIZE
                  TREATY-POLICY-COUNT DELIMITED BY SIZE
                  " CEDED "           DELIMITED BY SIZE
                  TREATY-CEDED-TOTAL  DELIMITED BY SIZE
               INTO REINS-EXTRACT-RECORD

           WRITE REINS-EXTRACT-RECORD

           IF NOT EXTRACT-FILE-OK
               DISPLAY "ERROR WRITING TREATY TRAILER: "
                   WS-EXTRACT-FILE-STATUS
           END-IF

           DISPLAY "TREATY " PREV-TREATY-CODE " POLICIES "
               TREATY-POLICY-COUNT " CEDED " TREATY-CEDED-TOTAL.

      *> the reinsurer needs the real customer name to tie the extract
      *> back to its own claims records, so - same reasoning as the
      *> customer-facing policy declaration - this line is left

               IF EXTRACT-FILE-OK
                   ADD 1 TO FAC-COUNT
                   ADD WS-FAC-PREMIUM TO TOTAL-CEDED-PREMIUM
               ELSE
                   DISPLAY "ERROR WRITING FAC RECORD: "
                       WS-EXTRACT-FILE-STATUS
               END-IF
           END-IF.

       CALL-OUTGEN.

           CALL "OUTGEN" USING OUTGEN-ACTION OUTGEN-PROGRAM
               OUTGEN-BASE-NAME OUTGEN-FILE-NAME OUTGEN-ID
               OUTGEN-RECORD-COUNT OUTGEN-CONTROL-TOTAL
               OUTGEN-STATUS.
