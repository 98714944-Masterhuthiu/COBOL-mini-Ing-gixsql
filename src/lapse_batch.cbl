      *> the last policy id whose update was committed - the same
      *> CHECKPOINT.DAT discipline MAIN uses for its steps, so a
      *> mid-run failure resumes above this key instead of redoing
      *> the whole night. LAPSCKPT.DAT for a run over the whole book;
      *> each partition of a run in slices keeps its own,
      *> LAPSCKPT.Pnn.DAT, so one partition's restart never moves
      *> another's key.
           SELECT CHECKPOINT-FILE
               ASSIGN TO DYNAMIC WS-CHECKPOINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.


       FILE SECTION.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           02 CKPT-POLICY-ID      PIC 9(9).
      *>   the slice the interrupted run was walking - a restart
      *>   finishes that slice, not one recut from a book that has
      *>   grown since
           02 CKPT-LOW-ID         PIC 9(9).
           02 CKPT-HIGH-ID        PIC 9(9).
           02 CKPT-PARTITION-COUNT PIC 9(2).

       WORKING-STORAGE SECTION.


       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/partition.cpy".

       01 POLICY-COUNT          PIC 9(7) VALUE 0.
       01 GRACE-COUNT           PIC 9(7) VALUE 0.
       01 LAPSED-COUNT          PIC 9(7) VALUE 0.

      *> the company's standard grace period. A period filed through
      *> PARAMMAINT for the policy's type or state, in force on the
      *> date the premium fell due, replaces it policy by policy.
       01 GRACE-PERIOD-DAYS     PIC 9(3) VALUE 30.
       01 WS-POLICY-GRACE-DAYS  PIC 9(5).
       01 WS-PARAM-NAME         PIC X(30).
       01 WS-PARAM-VALUE        PIC 9(7)V9999.
       01 WS-PARAM-TYPE         PIC X(20).
       01 WS-PARAM-JURISDICTION PIC X(02).
       01 WS-PARAM-AS-OF        PIC X(10).

      *> the grace this policy actually gets tonight - the standard
      *> period, stretched to run out no sooner than a catastrophe
      *> moratorium covering the policy's jurisdiction protects it.
       01 WS-GRACE-DAYS         PIC 9(5).
       01 WS-MORAT-EVENT        PIC X(10).
       01 WS-MORAT-ORDER-END    PIC X(10).
       01 WS-MORAT-UNTIL        PIC X(10).
       01 WS-MORAT-8            PIC 9(8).
       01 WS-MORAT-DAYS         PIC S9(7).
       01 MORATORIUM-COUNT      PIC 9(7) VALUE 0.

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-JULIAN       PIC 9(7).
       01 WS-TODAY-DASH         PIC X(10).
       01 WS-RENEWAL-8          PIC 9(8).
       01 WS-RENEWAL-JULIAN     PIC 9(7).
       01 WS-DAYS-OVERDUE       PIC S9(7).
       01 WS-SINCE-COMMIT     PIC 9(5) VALUE 0.
       01 WS-CHECKPOINT-POLICY-ID PIC 9(9) VALUE 0.

       01 WS-CHECKPOINT-FILE-NAME PIC X(20).
       01 WS-CHECKPOINT-FILE-STATUS PIC X(02).
           88 CHECKPOINT-FILE-OK        VALUE "00".
           88 CHECKPOINT-FILE-NOT-FOUND VALUE "35".
           88 WS-LETTER-OK      VALUE "Y".
           88 WS-LETTER-FAILED  VALUE "N".

      *> whatever is left in the advance premium deposit fund goes
      *> back to the owner when the policy ends - PREMDEPOSIT books
      *> it through PAYABLEPOST and closes the fund.
       01 WS-FUND-ACTION        PIC X(01) VALUE "R".
       01 WS-FUND-REFUND        PIC 9(9)V99.
       01 WS-FUND-STATUS        PIC X(01).
           88 WS-FUND-OK           VALUE "Y".
           88 WS-FUND-FAILED       VALUE "N".

       01 WS-AUDIT-PROGRAM   PIC X(20).
       01 WS-AUDIT-EVENT     PIC X(20).
       01 WS-AUDIT-OLD       PIC X(100).

       01 COMB-AT-END        PIC X(01) VALUE "N".
           88 COMB-EOF          VALUE "Y".

      *> a list-bill customer's policies can sit in different
      *> slices, so a sliced run settles a combined invoice under
      *> the billed customer's row lock, as BILLINGBATCH adds to
      *> one, and commits the policy straight after so the lock is
      *> never held across an interval. A settle that fails rolls
      *> the interval back and stops the slice at its checkpoint.
       01 WS-LOCKED-CUSTOMER-ID PIC 9(9).
       01 WS-COMBINED-SETTLED PIC X(01) VALUE "N".
           88 COMBINED-SETTLED  VALUE "Y".
       01 WS-SLICE-FAILED    PIC X(01) VALUE "N".
           88 SLICE-FAILED      VALUE "Y".
       01 WS-LOAN-ACTION     PIC X(01).
       01 WS-LOAN-AMOUNT     PIC 9(9)V99.
       01 WS-LOAN-STATUS     PIC X(01).
           88 WS-LOAN-FAILED    VALUE "N".
       01 APL-COUNT          PIC 9(7) VALUE 0.

      *> the nonforfeiture guarantee: a LIFE policy past the APL
      *> with cash value left goes reduced paid-up or extended term
      *> through NONFORFEIT instead of lapsing.
       01 WS-NFO-RESULT      PIC X(01).
           88 WS-NFO-PAID-UP     VALUE "R".
           88 WS-NFO-EXTENDED    VALUE "X".
           88 WS-NFO-NO-VALUE    VALUE "N".
           88 WS-NFO-ROW-CHANGED VALUE "V".
           88 WS-NFO-ERROR       VALUE "E".
       01 NONFORFEIT-COUNT   PIC 9(7) VALUE 0.

      *> a lifted moratorium owes each policyholder it held a
      *> letter with the date they now have to pay by - the later
      *> of the ordinary grace end and the order's end plus its
      *> extra grace days. lift_notified on the order keeps it to
      *> one letter per policy per order.
       01 WS-LIFT-EVENT         PIC X(10).
       01 WS-LIFT-ORDER-END     PIC X(10).
       01 WS-LIFT-EXTRA-DAYS    PIC 9(3).
       01 WS-LIFT-POLICY-ID     PIC 9(9).
       01 WS-LIFT-RENEWAL       PIC X(10).
       01 WS-LIFT-POLICY-TYPE   PIC X(20).
       01 WS-LIFT-JURISDICTION  PIC X(02).
       01 WS-LIFT-8             PIC 9(8).
       01 WS-LIFT-JULIAN        PIC 9(7).
       01 WS-DEADLINE-JULIAN    PIC 9(7).
       01 WS-DEADLINE-8         PIC 9(8).
       01 WS-DEADLINE-DASH      PIC X(10).
       01 LIFT-NOTICE-COUNT     PIC 9(7) VALUE 0.

      *> a universal life policy the order held is one ULDEDUCT
      *> found in its own grace - its deadline runs from the first
      *> uncovered deduction and the statutory UL grace period.
       01 UL-GRACE-DAYS         PIC 9(3) VALUE 61.
       01 WS-LIFT-GRACE-START   PIC X(10).

       01 LIFT-AT-END           PIC X(01) VALUE "N".
           88 LIFT-EOF             VALUE "Y".
       01 LIFT-POLICY-AT-END    PIC X(01) VALUE "N".
           88 LIFT-POLICY-EOF      VALUE "Y".
       01 LIFT-UL-AT-END        PIC X(01) VALUE "N".
           88 LIFT-UL-EOF          VALUE "Y".

      *> orders whose end date has passed and whose lift letters
      *> have not gone out yet.
       EXEC SQL
           DECLARE LIFTED-ORDER-CURSOR CURSOR FOR
               SELECT event_code, order_end, extra_grace_days
               FROM cat_moratoriums
               WHERE order_end < :WS-TODAY-DASH
                   AND lift_notified = 'N'
               ORDER BY event_code
       END-EXEC.

      *> the policyholders the order held: still in force in one of
      *> the event's jurisdictions with their premium still unpaid
      *> past the due date.
       EXEC SQL
           DECLARE LIFT-POLICY-CURSOR CURSOR FOR
               SELECT DISTINCT p.policy_id, p.renewal_date,
                   p.policy_type, p.jurisdiction_code
               FROM policy_master p, cat_event_jurisdictions j
               WHERE j.event_code = :WS-LIFT-EVENT
                   AND p.jurisdiction_code = j.jurisdiction_code
                   AND p.policy_status = 'A'
                   AND RTRIM(p.policy_type) <> 'UL'
                   AND p.renewal_date < :WS-TODAY-DASH
               ORDER BY p.policy_id
       END-EXEC.

      *> the universal life policyholders it held: still in force in
      *> one of the event's jurisdictions with ULDEDUCT's grace open
      *> on the account.
       EXEC SQL
           DECLARE LIFT-UL-CURSOR CURSOR FOR
               SELECT DISTINCT p.policy_id, a.grace_start_date
               FROM policy_master p, cat_event_jurisdictions j,
                   ul_accounts a
               WHERE j.event_code = :WS-LIFT-EVENT
                   AND p.jurisdiction_code = j.jurisdiction_code
                   AND p.policy_status = 'A'
                   AND RTRIM(p.policy_type) = 'UL'
                   AND a.policy_id = p.policy_id
                   AND a.grace_amount > 0
               ORDER BY p.policy_id
       END-EXEC.

      *> this policy's unpaid detail lines on open combined
      *> invoices - a list-bill customer's arrears live here, not

      *> only active policies whose renewal (due) date has already
      *> passed are candidates for lapse - once a policy is lapsed or
      *> cancelled it drops off this cursor for good. Universal
      *> life is never billed, so it has no overdue invoice to lapse
      *> on - ULDEDUCT runs its grace off the account value instead.
       EXEC SQL
           DECLARE LAPSE-CURSOR CURSOR FOR
               SELECT policy_id, customer_name, policy_type,
                   renewal_date, COALESCE(row_version, 0),
                   COALESCE(jurisdiction_code, ' ')
               FROM policy_master
               WHERE policy_status = 'A'
                   AND RTRIM(policy_type) <> 'UL'
                   AND policy_id > :WS-CHECKPOINT-POLICY-ID
                   AND policy_id >= :PARTITION-LOW-ID
                   AND policy_id <= :PARTITION-HIGH-ID
               ORDER BY policy_id
       END-EXEC.


           DISPLAY "=== LAPSE AND GRACE-PERIOD PROCESSING ===".

           CALL "PARTRANGE" USING PARTITION-NUMBER PARTITION-COUNT
               PARTITION-LOW-ID PARTITION-HIGH-ID PARTITION-STATUS

           IF PARTITION-OK
               PERFORM NAME-THE-CHECKPOINT-FILE
               PERFORM LOAD-RESTART-CHECKPOINT
           END-IF

           MOVE "P" TO WS-RUN-ACTION
           MOVE "LAPSEBATCH" TO WS-RUN-PROGRAM
           MOVE SPACES TO WS-RUN-STATUS
           MOVE PARTITION-NUMBER TO WS-RUN-COUNT-1
           MOVE PARTITION-COUNT TO WS-RUN-COUNT-2
           MOVE 0 TO WS-RUN-COUNT-3
           CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           IF PARTITION-INVALID
               MOVE "E" TO WS-RUN-ACTION
               MOVE "F" TO WS-RUN-STATUS
               MOVE 0 TO WS-RUN-COUNT-1
               MOVE 0 TO WS-RUN-COUNT-2
               MOVE 0 TO WS-RUN-COUNT-3
               CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
                   WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
                   WS-RUN-COUNT-2 WS-RUN-COUNT-3
               EXEC SQL COMMIT END-EXEC
               DISPLAY "=== LAPSE PROCESSING NOT RUN ==="
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           COMPUTE WS-TODAY-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-8)
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

      *>   a lifted order's letters go out across the whole book
      *>   under one lift_notified flag, so when the book runs in
      *>   slices only the first partition sends them
           IF PARTITION-NUMBER = 1
               PERFORM SEND-MORATORIUM-LIFT-NOTICES
           END-IF

           EXEC SQL OPEN LAPSE-CURSOR END-EXEC.


           EXEC SQL CLOSE LAPSE-CURSOR END-EXEC.

      *>   a stopped slice leaves its checkpoint where the last
      *>   COMMIT put it, so the rerun picks up from there
           IF SLICE-FAILED
               MOVE "E" TO WS-RUN-ACTION
               MOVE "F" TO WS-RUN-STATUS
               MOVE 0 TO WS-RUN-COUNT-1
               MOVE 0 TO WS-RUN-COUNT-2
               MOVE 0 TO WS-RUN-COUNT-3
               CALL "RUNCONTROL" USING WS-RUN-ACTION WS-RUN-PROGRAM
                   WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
                   WS-RUN-COUNT-2 WS-RUN-COUNT-3
               EXEC SQL COMMIT END-EXEC
               DISPLAY "=== LAPSE PROCESSING STOPPED ==="
               GOBACK
           END-IF

      *>   the run row completes inside the last interval's COMMIT -
      *>   a partition running as its own process leaves nothing
      *>   uncommitted behind it when it ends
           MOVE "E" TO WS-RUN-ACTION
           MOVE "C" TO WS-RUN-STATUS
           MOVE POLICY-COUNT TO WS-RUN-COUNT-1
               WS-RUN-ID WS-RUN-STATUS WS-RUN-COUNT-1
               WS-RUN-COUNT-2 WS-RUN-COUNT-3

           EXEC SQL COMMIT END-EXEC.

           PERFORM CLEAR-RESTART-CHECKPOINT

           DISPLAY "POLICIES PAST DUE DATE: " POLICY-COUNT.
           DISPLAY "STILL IN GRACE PERIOD: " GRACE-COUNT.
           DISPLAY "HELD BY MORATORIUM: " MORATORIUM-COUNT.
           DISPLAY "MORATORIUM LIFT NOTICES: " LIFT-NOTICE-COUNT.
           DISPLAY "LAPSED THIS RUN: " LAPSED-COUNT.
           DISPLAY "SAVED BY PREMIUM LOAN: " APL-COUNT.
           DISPLAY "NONFORFEITURE APPLIED: " NONFORFEIT-COUNT.
           DISPLAY "SKIPPED (ROW CHANGED): " VERSION-SKIP-COUNT.
           DISPLAY "=== LAPSE PROCESSING COMPLETE ===".

           EXEC SQL
               FETCH LAPSE-CURSOR
               INTO :POLICY-ID, :CUSTOMER-NAME, :POLICY-TYPE,
                   :RENEWAL-DATE, :WS-ROW-VERSION, :JURISDICTION-CODE
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               MOVE "N" TO WS-COMBINED-SETTLED
               PERFORM EVALUATE-GRACE-PERIOD
               IF SLICE-FAILED
                   PERFORM ROLL-BACK-THE-SLICE
               ELSE
                   PERFORM COMMIT-IF-INTERVAL-REACHED
               END-IF
           END-IF.

       EVALUATE-GRACE-PERIOD.
           IF WS-DAYS-OVERDUE > 0
               ADD 1 TO POLICY-COUNT

               MOVE POLICY-TYPE TO WS-PARAM-TYPE
               MOVE JURISDICTION-CODE TO WS-PARAM-JURISDICTION
               MOVE RENEWAL-DATE TO WS-PARAM-AS-OF
               PERFORM RESOLVE-GRACE-PERIOD

               PERFORM APPLY-MORATORIUM-GRACE

               IF WS-DAYS-OVERDUE > WS-GRACE-DAYS
                   PERFORM TRY-AUTOMATIC-PREMIUM-LOAN
               ELSE
               IF WS-DAYS-OVERDUE > WS-POLICY-GRACE-DAYS
                   ADD 1 TO MORATORIUM-COUNT
                   DISPLAY "MORATORIUM HOLD: POLICY " POLICY-ID
                       " PAST DUE " WS-DAYS-OVERDUE " DAYS - EVENT "
                       WS-MORAT-EVENT " PROTECTS IT UNTIL "
                       WS-MORAT-UNTIL
               ELSE
                   ADD 1 TO GRACE-COUNT
                   COMPUTE WS-DAYS-REMAINING =
                       WS-GRACE-DAYS - WS-DAYS-OVERDUE
                   CALL "MASKPII" USING CUSTOMER-NAME WS-MASKED-NAME
                   DISPLAY "GRACE NOTICE: POLICY " POLICY-ID " "
                       WS-MASKED-NAME " PAST DUE " WS-DAYS-OVERDUE
                       WS-DAYS-REMAINING " DAYS"
                   PERFORM QUEUE-GRACE-NOTICE-ONCE
               END-IF
               END-IF
           END-IF.

      *> the grace period the policy was promised when its premium
      *> fell due - a period filed later does not shorten or stretch
      *> a grace already running.
       RESOLVE-GRACE-PERIOD.

           MOVE "GRACE-PERIOD-DAYS" TO WS-PARAM-NAME
           MOVE GRACE-PERIOD-DAYS TO WS-PARAM-VALUE
           CALL "BIZPARAM" USING WS-PARAM-NAME WS-PARAM-TYPE
               WS-PARAM-JURISDICTION WS-PARAM-AS-OF WS-PARAM-VALUE
           MOVE WS-PARAM-VALUE TO WS-POLICY-GRACE-DAYS.

      *> a state moratorium over the policy's jurisdiction freezes
      *> the non-payment lapse until the order ends and then adds
      *> its extra grace days - the grace period runs out on the
      *> later of the two. Past the ordinary grace period a held
      *> policy gets no more grace letters; the lift notice tells
      *> it the new date once the order ends.
       APPLY-MORATORIUM-GRACE.

           MOVE WS-POLICY-GRACE-DAYS TO WS-GRACE-DAYS

           CALL "MORATCHECK" USING POLICY-ID WS-TODAY-DASH
               WS-MORAT-EVENT WS-MORAT-ORDER-END WS-MORAT-UNTIL

           IF WS-MORAT-UNTIL NOT = SPACES
               MOVE WS-MORAT-UNTIL(1:4) TO WS-MORAT-8(1:4)
               MOVE WS-MORAT-UNTIL(6:2) TO WS-MORAT-8(5:2)
               MOVE WS-MORAT-UNTIL(9:2) TO WS-MORAT-8(7:2)
               COMPUTE WS-MORAT-DAYS = FUNCTION INTEGER-OF-DATE
                   (WS-MORAT-8) - WS-RENEWAL-JULIAN

               IF WS-MORAT-DAYS > WS-GRACE-DAYS
                   MOVE WS-MORAT-DAYS TO WS-GRACE-DAYS
               END-IF
           END-IF.

      *> the contract provision the lapse run could never honor:
      *> its open invoices marked paid, and a notice queued - and
      *> does not lapse. Everything else (no election, not LIFE,
      *> nothing on the invoice ledger, or capacity exhausted)
      *> goes on to its nonforfeiture option or lapses.
       TRY-AUTOMATIC-PREMIUM-LOAN.

           MOVE "N" TO WS-APL-ELECTED
           END-IF

           IF WS-APL-ELECTED NOT = "Y"
               PERFORM LAPSE-OR-NONFORFEIT
           ELSE
               MOVE 0 TO WS-OVERDUE-BALANCE

               ADD WS-LINE-BALANCE TO WS-OVERDUE-BALANCE

               IF WS-OVERDUE-BALANCE NOT > 0
                   PERFORM LAPSE-OR-NONFORFEIT
               ELSE
                   MOVE "O" TO WS-LOAN-ACTION
                   MOVE WS-OVERDUE-BALANCE TO WS-LOAN-AMOUNT
                   ELSE
                       DISPLAY "APL: POLICY " POLICY-ID " LOAN "
                           "CAPACITY EXHAUSTED - LAPSING"
                       PERFORM LAPSE-OR-NONFORFEIT
                   END-IF
               END-IF
           END-IF.
           IF SQLCODE NOT = 0
               SET COMB-EOF TO TRUE
           ELSE
               IF PARTITION-COUNT > 1
                   PERFORM LOCK-COMBINED-CUSTOMER
               END-IF

               EXEC SQL
                   UPDATE invoice_lines
                   SET amount_paid = line_amount
                   DISPLAY "ERROR SETTLING COMBINED LINE ON "
                       "INVOICE " WS-COMB-INVOICE-ID " - "
                       SQL-ERROR-MESSAGE
                   IF PARTITION-COUNT > 1
                       SET SLICE-FAILED TO TRUE
                       SET COMB-EOF TO TRUE
                   END-IF
               ELSE
                   SET COMBINED-SETTLED TO TRUE
               END-IF
           END-IF.

      *> the header's customer is the payor BILLINGBATCH locked when
      *> it built the invoice - the same row serialises the slices.
       LOCK-COMBINED-CUSTOMER.

           EXEC SQL
               SELECT c.customer_id INTO :WS-LOCKED-CUSTOMER-ID
               FROM customers c, invoices i
               WHERE i.invoice_id = :WS-COMB-INVOICE-ID
                   AND c.customer_id = i.customer_id
               FOR UPDATE OF c
           END-EXEC.

      *> the last stop before a lapse: a LIFE policy whose cash
      *> value survives its loans takes its nonforfeiture option
      *> and stays in force premium-free. Anything without that
      *> value lapses; a database failure leaves the policy for
      *> tomorrow rather than lapsing away value it may still have.
       LAPSE-OR-NONFORFEIT.

           SET WS-NFO-NO-VALUE TO TRUE

           IF POLICY-TYPE = "LIFE"
               CALL "NONFORFEIT" USING POLICY-ID WS-ROW-VERSION
                   WS-NFO-RESULT
           END-IF

           EVALUATE TRUE
               WHEN WS-NFO-PAID-UP
               WHEN WS-NFO-EXTENDED
                   ADD 1 TO NONFORFEIT-COUNT
               WHEN WS-NFO-ROW-CHANGED
                   ADD 1 TO VERSION-SKIP-COUNT
                   DISPLAY "SKIPPED: POLICY " POLICY-ID " CHANGED BY "
                       "ANOTHER UPDATER SINCE FETCH - NOT LAPSED "
                       "TONIGHT"
               WHEN WS-NFO-ERROR
                   DISPLAY "SKIPPED: POLICY " POLICY-ID " NOT "
                       "LAPSED - NONFORFEITURE COULD NOT BE APPLIED"
               WHEN OTHER
                   PERFORM LAPSE-ONE-POLICY
           END-EVALUATE.

      *> once a policy is past the grace window it is flipped to
      *> lapsed and a lapse notice is produced - no further grace
      *> notices go out for this policy after today's run.
               CALL "POLICYAUDIT" USING POLICY-ID WS-AUDIT-PROGRAM
                   WS-AUDIT-EVENT WS-AUDIT-OLD WS-AUDIT-NEW
               PERFORM SUSPEND-POLICY-RIDERS
               PERFORM REFUND-DEPOSIT-FUND
               CALL "MASKPII" USING CUSTOMER-NAME WS-MASKED-NAME
               DISPLAY "LAPSE NOTICE: POLICY " POLICY-ID " "
                   WS-MASKED-NAME " (" POLICY-TYPE ") LAPSED - "
                   WS-DAYS-OVERDUE " DAYS PAST DUE, GRACE PERIOD OF "
                   WS-GRACE-DAYS " DAYS EXPIRED"
               MOVE "LAPSE-NOTICE" TO WS-LETTER-TYPE
               STRING "LAPSED " WS-DAYS-OVERDUE
                   " DAYS PAST DUE" DELIMITED BY SIZE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CKPT-POLICY-ID
                           TO WS-CHECKPOINT-POLICY-ID
               END-READ
               CLOSE CHECKPOINT-FILE

               IF WS-CHECKPOINT-POLICY-ID > 0
                   AND CKPT-PARTITION-COUNT IS NUMERIC
                   PERFORM RESUME-CHECKPOINT-SLICE
               END-IF

               IF WS-CHECKPOINT-POLICY-ID > 0
                   DISPLAY "RESTARTING ABOVE POLICY "
                       WS-CHECKPOINT-POLICY-ID
               END-IF
           END-IF.

      *> a restart has to run with the partition count the failed
      *> night ran with - cut any other way, the slices would
      *> overlap or leave a gap around the keys already done.
       RESUME-CHECKPOINT-SLICE.

           IF CKPT-PARTITION-COUNT NOT = PARTITION-COUNT
               DISPLAY "ERROR: " WS-CHECKPOINT-FILE-NAME
                   " WAS TAKEN WITH " CKPT-PARTITION-COUNT
                   " PARTITIONS - RERUN WITH THE SAME PARTITION "
                   "COUNT"
               SET PARTITION-INVALID TO TRUE
           ELSE
               MOVE CKPT-LOW-ID TO PARTITION-LOW-ID
               MOVE CKPT-HIGH-ID TO PARTITION-HIGH-ID
           END-IF.

      *> one interval's worth of work is made durable together: the
      *> cursor is closed before the COMMIT (a commit would kill an
      *> open cursor anyway) and reopened above the key afterwards,
      *> and the checkpoint is only written after the COMMIT lands -
      *> never the other way round, or a rerun could skip updates
      *> that were rolled back. A sliced run commits early after a
      *> combined-invoice settle, to let go of the customer lock.
       COMMIT-IF-INTERVAL-REACHED.

           ADD 1 TO WS-SINCE-COMMIT

           IF WS-SINCE-COMMIT >= COMMIT-INTERVAL
               OR (COMBINED-SETTLED AND PARTITION-COUNT > 1)
               EXEC SQL CLOSE LAPSE-CURSOR END-EXEC
               EXEC SQL COMMIT END-EXEC
               PERFORM WRITE-RESTART-CHECKPOINT
               MOVE 0 TO WS-SINCE-COMMIT
           END-IF.

      *> everything since the last COMMIT goes, the checkpoint is
      *> left alone, and the slice stops for the rerun to resume.
       ROLL-BACK-THE-SLICE.

           EXEC SQL ROLLBACK END-EXEC
           SET WS-EOF TO TRUE
           DISPLAY "ERROR: PARTITION " PARTITION-NUMBER
               " STOPPED AT POLICY " POLICY-ID
               " - ROLLED BACK TO CHECKPOINT "
               WS-CHECKPOINT-POLICY-ID.

       WRITE-RESTART-CHECKPOINT.

           OPEN OUTPUT CHECKPOINT-FILE
           MOVE POLICY-ID TO CKPT-POLICY-ID
           MOVE PARTITION-LOW-ID TO CKPT-LOW-ID
           MOVE PARTITION-HIGH-ID TO CKPT-HIGH-ID
           MOVE PARTITION-COUNT TO CKPT-PARTITION-COUNT
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

       CLEAR-RESTART-CHECKPOINT.

           OPEN OUTPUT CHECKPOINT-FILE
           MOVE 0 TO CKPT-POLICY-ID
           MOVE PARTITION-LOW-ID TO CKPT-LOW-ID
           MOVE PARTITION-HIGH-ID TO CKPT-HIGH-ID
           MOVE PARTITION-COUNT TO CKPT-PARTITION-COUNT
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

      *> a run over the whole book keeps the checkpoint it always
      *> has; a partition's carries its number.
       NAME-THE-CHECKPOINT-FILE.

           MOVE SPACES TO WS-CHECKPOINT-FILE-NAME

           IF PARTITION-COUNT > 1
               STRING "LAPSCKPT.P" PARTITION-NUMBER ".DAT"
                   DELIMITED BY SIZE INTO WS-CHECKPOINT-FILE-NAME
           ELSE
               MOVE "LAPSCKPT.DAT" TO WS-CHECKPOINT-FILE-NAME
           END-IF.

      *> one grace letter per grace period, not one per nightly run -
      *> the queue itself is the already-sent memory, the same guard
      *> PRERENEWAL puts on its renewal offers, so a 15-day grace
               WHERE policy_id = :POLICY-ID
                   AND RTRIM(letter_type) = 'GRACE-NOTICE'
                   AND created_at >= CURRENT_DATE
                       - :WS-POLICY-GRACE-DAYS
           END-EXEC

           IF WS-NOTICE-COUNT = 0
               CALL "CORRQUEUE" USING WS-LETTER-TYPE POLICY-ID
                   WS-LETTER-DATA WS-LETTER-STATUS
           END-IF.

       REFUND-DEPOSIT-FUND.

           MOVE 0 TO WS-FUND-REFUND

           CALL "PREMDEPOSIT" USING WS-FUND-ACTION POLICY-ID
               WS-FUND-REFUND WS-FUND-STATUS

           IF WS-FUND-FAILED
               DISPLAY "WARNING: DEPOSIT FUND FOR POLICY " POLICY-ID
                   " NOT REFUNDED - LEFT OPEN FOR THE DESK"
           END-IF.

      *> the lift letters go out before tonight's lapse pass so a
      *> held policyholder hears their new date before anything
      *> else happens to the policy. Each order is marked notified
      *> once its letters are queued, and committed with them.
       SEND-MORATORIUM-LIFT-NOTICES.

           MOVE "N" TO LIFT-AT-END

           EXEC SQL OPEN LIFTED-ORDER-CURSOR END-EXEC

           PERFORM NOTIFY-ONE-LIFTED-ORDER
               UNTIL LIFT-EOF

           EXEC SQL CLOSE LIFTED-ORDER-CURSOR END-EXEC

           EXEC SQL
               UPDATE cat_moratoriums
               SET lift_notified = 'Y'
               WHERE order_end < :WS-TODAY-DASH
                   AND lift_notified = 'N'
           END-EXEC

           EXEC SQL COMMIT END-EXEC.

       NOTIFY-ONE-LIFTED-ORDER.

           EXEC SQL
               FETCH LIFTED-ORDER-CURSOR
               INTO :WS-LIFT-EVENT, :WS-LIFT-ORDER-END,
                   :WS-LIFT-EXTRA-DAYS
           END-EXEC

           IF SQLCODE NOT = 0
               SET LIFT-EOF TO TRUE
           ELSE
               DISPLAY "MORATORIUM LIFTED: EVENT " WS-LIFT-EVENT
                   " ENDED " WS-LIFT-ORDER-END

               MOVE "N" TO LIFT-POLICY-AT-END

               EXEC SQL OPEN LIFT-POLICY-CURSOR END-EXEC

               PERFORM NOTIFY-ONE-HELD-POLICY
                   UNTIL LIFT-POLICY-EOF

               EXEC SQL CLOSE LIFT-POLICY-CURSOR END-EXEC

               MOVE "N" TO LIFT-UL-AT-END

               EXEC SQL OPEN LIFT-UL-CURSOR END-EXEC

               PERFORM NOTIFY-ONE-HELD-UL-POLICY
                   UNTIL LIFT-UL-EOF

               EXEC SQL CLOSE LIFT-UL-CURSOR END-EXEC
           END-IF.

       NOTIFY-ONE-HELD-POLICY.

           EXEC SQL
               FETCH LIFT-POLICY-CURSOR
               INTO :WS-LIFT-POLICY-ID, :WS-LIFT-RENEWAL,
                   :WS-LIFT-POLICY-TYPE, :WS-LIFT-JURISDICTION
           END-EXEC

           IF SQLCODE NOT = 0
               SET LIFT-POLICY-EOF TO TRUE
           ELSE
               MOVE WS-LIFT-ORDER-END(1:4) TO WS-LIFT-8(1:4)
               MOVE WS-LIFT-ORDER-END(6:2) TO WS-LIFT-8(5:2)
               MOVE WS-LIFT-ORDER-END(9:2) TO WS-LIFT-8(7:2)
               COMPUTE WS-DEADLINE-JULIAN = FUNCTION INTEGER-OF-DATE
                   (WS-LIFT-8) + WS-LIFT-EXTRA-DAYS

               MOVE WS-LIFT-POLICY-TYPE TO WS-PARAM-TYPE
               MOVE WS-LIFT-JURISDICTION TO WS-PARAM-JURISDICTION
               MOVE WS-LIFT-RENEWAL TO WS-PARAM-AS-OF
               PERFORM RESOLVE-GRACE-PERIOD

               MOVE WS-LIFT-RENEWAL(1:4) TO WS-LIFT-8(1:4)
               MOVE WS-LIFT-RENEWAL(6:2) TO WS-LIFT-8(5:2)
               MOVE WS-LIFT-RENEWAL(9:2) TO WS-LIFT-8(7:2)
               COMPUTE WS-LIFT-JULIAN = FUNCTION INTEGER-OF-DATE
                   (WS-LIFT-8) + WS-POLICY-GRACE-DAYS

               IF WS-LIFT-JULIAN > WS-DEADLINE-JULIAN
                   MOVE WS-LIFT-JULIAN TO WS-DEADLINE-JULIAN
               END-IF

               COMPUTE WS-DEADLINE-8 = FUNCTION DATE-OF-INTEGER
                   (WS-DEADLINE-JULIAN)
               STRING WS-DEADLINE-8(1:4) "-" WS-DEADLINE-8(5:2) "-"
                   WS-DEADLINE-8(7:2) DELIMITED BY SIZE
                   INTO WS-DEADLINE-DASH

               MOVE "MORATORIUM-END" TO WS-LETTER-TYPE
               MOVE SPACES TO WS-LETTER-DATA
               STRING "PAY BY " WS-DEADLINE-DASH
                   " - MORATORIUM " WS-LIFT-EVENT " ENDED "
                   WS-LIFT-ORDER-END DELIMITED BY SIZE
                   INTO WS-LETTER-DATA
               CALL "CORRQUEUE" USING WS-LETTER-TYPE
                   WS-LIFT-POLICY-ID WS-LETTER-DATA WS-LETTER-STATUS

               IF WS-LETTER-OK
                   ADD 1 TO LIFT-NOTICE-COUNT
                   DISPLAY "  LIFT NOTICE: POLICY " WS-LIFT-POLICY-ID
                       " NOW DUE BY " WS-DEADLINE-DASH
               END-IF
           END-IF.

      *> the same letter for a held UL policy - the later of the
      *> UL grace end and the order's end plus its extra days.
       NOTIFY-ONE-HELD-UL-POLICY.

           EXEC SQL
               FETCH LIFT-UL-CURSOR
               INTO :WS-LIFT-POLICY-ID, :WS-LIFT-GRACE-START
           END-EXEC

           IF SQLCODE NOT = 0
               SET LIFT-UL-EOF TO TRUE
           ELSE
               MOVE WS-LIFT-ORDER-END(1:4) TO WS-LIFT-8(1:4)
               MOVE WS-LIFT-ORDER-END(6:2) TO WS-LIFT-8(5:2)
               MOVE WS-LIFT-ORDER-END(9:2) TO WS-LIFT-8(7:2)
               COMPUTE WS-DEADLINE-JULIAN = FUNCTION INTEGER-OF-DATE
                   (WS-LIFT-8) + WS-LIFT-EXTRA-DAYS

               MOVE WS-LIFT-GRACE-START(1:4) TO WS-LIFT-8(1:4)
               MOVE WS-LIFT-GRACE-START(6:2) TO WS-LIFT-8(5:2)
               MOVE WS-LIFT-GRACE-START(9:2) TO WS-LIFT-8(7:2)
               COMPUTE WS-LIFT-JULIAN = FUNCTION INTEGER-OF-DATE
                   (WS-LIFT-8) + UL-GRACE-DAYS

               IF WS-LIFT-JULIAN > WS-DEADLINE-JULIAN
                   MOVE WS-LIFT-JULIAN TO WS-DEADLINE-JULIAN
               END-IF

               COMPUTE WS-DEADLINE-8 = FUNCTION DATE-OF-INTEGER
                   (WS-DEADLINE-JULIAN)
               STRING WS-DEADLINE-8(1:4) "-" WS-DEADLINE-8(5:2) "-"
                   WS-DEADLINE-8(7:2) DELIMITED BY SIZE
                   INTO WS-DEADLINE-DASH

               MOVE "MORATORIUM-END" TO WS-LETTER-TYPE
               MOVE SPACES TO WS-LETTER-DATA
               STRING "PAY BY " WS-DEADLINE-DASH
                   " - MORATORIUM " WS-LIFT-EVENT " ENDED "
                   WS-LIFT-ORDER-END DELIMITED BY SIZE
                   INTO WS-LETTER-DATA
               CALL "CORRQUEUE" USING WS-LETTER-TYPE
                   WS-LIFT-POLICY-ID WS-LETTER-DATA WS-LETTER-STATUS

               IF WS-LETTER-OK
                   ADD 1 TO LIFT-NOTICE-COUNT
                   DISPLAY "  LIFT NOTICE: POLICY " WS-LIFT-POLICY-ID
                       " NOW DUE BY " WS-DEADLINE-DASH
               END-IF
           END-IF.
