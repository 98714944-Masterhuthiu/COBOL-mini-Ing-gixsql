       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the reinsurer's statement, one settled item per line,
      *> comma-delimited - "claimid,amountpaid,treatycode" - read
      *> the same way the bank's files are read. Items match
      *> against the recovery billings REINSRECOVERY raised, so
      *> what they say they paid finally reconciles against what
      *> we billed instead of being taken on faith. The treaty code
      *> may be left off when the claim was billed under one treaty
      *> only; a claim billed under several needs it to say which.
           SELECT REINS-STMT-FILE ASSIGN TO "REINS_STMT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REINS-STMT-STATUS.

       01 WS-IN-CLAIM-ID        PIC X(09).
       01 WS-IN-AMOUNT          PIC X(14).
       01 WS-IN-TREATY-CODE     PIC X(10).

       01 WS-CLAIM-ID           PIC 9(9).
       01 WS-STMT-AMOUNT        PIC 9(9)V99.
       01 WS-BILLED-AMOUNT      PIC 9(9)V99.
       01 WS-BILLED-TREATY-ID   PIC 9(9).
       01 WS-OPEN-COUNT         PIC 9(7).

       01 WS-RPT-REINSURER      PIC X(60).
       01 WS-RPT-BILLED         PIC 9(11)V99.
       01 POS-AT-END            PIC X(01) VALUE "N".
           88 POS-EOF               VALUE "Y".

      *> the quarterly position - one line per treaty (billings
      *> with no treaty behind them report as STANDING) plus one
      *> line per facultative reinsurer: billed, received, disputed
      *> and what is still outstanding.
       EXEC SQL
           DECLARE POSITION-CURSOR CURSOR FOR
               SELECT 'TREATY ' ||
                   COALESCE(RTRIM(t.treaty_code), 'STANDING') ||
                   ' ' || COALESCE(t.reinsurer_name, ' '),
                   COALESCE(SUM(r.recovery_amount), 0),
                   COALESCE(SUM(CASE WHEN r.settle_status = 'S'
                       THEN r.settled_amount ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN r.settle_status = 'D'
                       THEN r.recovery_amount ELSE 0 END), 0)
               FROM reins_recoveries r
               LEFT JOIN reins_treaties t
                   ON t.treaty_id = r.treaty_id
               GROUP BY t.treaty_code, t.reinsurer_name
               UNION ALL
               SELECT reinsurer_name,
                   COALESCE(SUM(recovery_amount), 0),

           MOVE SPACES TO WS-IN-CLAIM-ID
           MOVE SPACES TO WS-IN-AMOUNT
           MOVE SPACES TO WS-IN-TREATY-CODE

           UNSTRING REINS-STMT-RECORD DELIMITED BY ","
               INTO WS-IN-CLAIM-ID WS-IN-AMOUNT WS-IN-TREATY-CODE
           END-UNSTRING

           IF WS-IN-CLAIM-ID IS NOT NUMERIC
               PERFORM SETTLE-OR-DISPUTE
           END-IF.

      *> the open treaty billing for the claim under the treaty the
      *> statement names (STANDING for the no-treaty terms), or the
      *> only open one when it names none. A blank treaty code
      *> against a claim billed under several treaties cannot be
      *> matched and is reported rather than guessed at.
       SETTLE-OR-DISPUTE.

           MOVE 0 TO WS-BILLED-AMOUNT
           MOVE 0 TO WS-BILLED-TREATY-ID
           MOVE 0 TO WS-OPEN-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :WS-OPEN-COUNT
               FROM reins_recoveries r
               LEFT JOIN reins_treaties t
                   ON t.treaty_id = r.treaty_id
               WHERE r.claim_id = :WS-CLAIM-ID
                   AND COALESCE(r.settle_status, ' ') = ' '
                   AND (:WS-IN-TREATY-CODE = ' '
                       OR COALESCE(RTRIM(t.treaty_code), 'STANDING')
                           = RTRIM(:WS-IN-TREATY-CODE))
           END-EXEC

           EVALUATE TRUE
               WHEN WS-OPEN-COUNT = 0
                   PERFORM TRY-FAC-BILLING
               WHEN WS-OPEN-COUNT > 1
                   ADD 1 TO UNKNOWN-COUNT
                   DISPLAY "EXCEPTION: CLAIM " WS-CLAIM-ID
                       " IS BILLED UNDER " WS-OPEN-COUNT
                       " TREATIES - STATEMENT LINE NAMES NONE"
               WHEN OTHER
                   PERFORM SETTLE-OR-DISPUTE-TREATY
           END-EVALUATE.

       SETTLE-OR-DISPUTE-TREATY.

           EXEC SQL
               SELECT COALESCE(r.treaty_id, 0), r.recovery_amount
               INTO :WS-BILLED-TREATY-ID, :WS-BILLED-AMOUNT
               FROM reins_recoveries r
               LEFT JOIN reins_treaties t
                   ON t.treaty_id = r.treaty_id
               WHERE r.claim_id = :WS-CLAIM-ID
                   AND COALESCE(r.settle_status, ' ') = ' '
                   AND (:WS-IN-TREATY-CODE = ' '
                       OR COALESCE(RTRIM(t.treaty_code), 'STANDING')
                           = RTRIM(:WS-IN-TREATY-CODE))
           END-EXEC

           IF SQLCODE NOT = 0
                       SET settle_status = 'S',
                           settled_amount = :WS-STMT-AMOUNT
                       WHERE claim_id = :WS-CLAIM-ID
                           AND COALESCE(treaty_id, 0) =
                               :WS-BILLED-TREATY-ID
                           AND COALESCE(settle_status, ' ') = ' '
                   END-EXEC
                   ADD 1 TO AGREED-COUNT
               ELSE
                       SET settle_status = 'D',
                           settled_amount = :WS-STMT-AMOUNT
                       WHERE claim_id = :WS-CLAIM-ID
                           AND COALESCE(treaty_id, 0) =
                               :WS-BILLED-TREATY-ID
                           AND COALESCE(settle_status, ' ') = ' '
                   END-EXEC
                   ADD 1 TO DISPUTED-COUNT
                   DISPLAY "EXCEPTION: CLAIM " WS-CLAIM-ID

       PRINT-POSITION-REPORT.

           DISPLAY "--- POSITION BY TREATY AND REINSURER ---".

           MOVE "N" TO POS-AT-END

                   WS-RPT-BILLED - WS-RPT-RECEIVED
                       - WS-RPT-DISPUTED

               DISPLAY WS-RPT-REINSURER(1:40)
                   " BILLED " WS-RPT-BILLED
                   " RECEIVED " WS-RPT-RECEIVED
                   " DISPUTED " WS-RPT-DISPUTED
