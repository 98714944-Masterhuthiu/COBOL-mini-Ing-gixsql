      *> Each step also carries its calendar frequency: "D" runs
      *> every night, "M" only on the month-end night, so the
      *> month-end-only steps run without an operator remembering.
      *> A step marked partitioned walks policy_master in slices:
      *> its partitions are started side by side as processes of
      *> their own and the step is done only when every one of them
      *> has completed clean.
       01 NIGHT-STEP-TABLE.
           02 NIGHT-STEP-ENTRY OCCURS 14 TIMES.
               03 NS-PROGRAM-NAME PIC X(20).
               03 NS-FREQUENCY    PIC X(01).
               03 NS-PARTITIONED  PIC X(01).

       01 NIGHT-STEP-COUNT      PIC 9(2) VALUE 14.
       01 STEP-IDX              PIC 9(2).

       01 WS-TODAY-8            PIC 9(8).
           88 CHAIN-OK              VALUE "Y".
           88 CHAIN-HALTED          VALUE "N".

      *> how many slices a partitioned step runs in - the
      *> NIGHT_PARTITIONS setting replaces it; 1 runs the step
      *> in-process over the whole book as before. Each partition
      *> is started through PARTITION_LAUNCHER (the PARTRUN driver
      *> unless set) with its output in <step>.Pnn.LOG, and is
      *> given PARTITION-WAIT-SECS to report back.
       01 NIGHT-PARTITIONS      PIC 9(2) VALUE 4.
       01 PARTITION-POLL-SECS   PIC 9(3) VALUE 30.
       01 PARTITION-WAIT-SECS   PIC 9(5) VALUE 14400.
       01 WS-PARTITIONS-TEXT    PIC X(10).
       01 WS-PARTITIONS-VALUE   PIC 9(5).
       01 WS-LAUNCHER           PIC X(80).
       01 WS-LAUNCH-COMMAND     PIC X(250).
       01 WS-LAUNCH-RESULT      PIC S9(9) COMP-5.
       01 WS-LAUNCH-MARK        PIC 9(9).
       01 WS-PART-IDX           PIC 9(2).
       01 WS-PART-DONE          PIC 9(5).
       01 WS-PARTS-LAUNCHED     PIC 9(5).
       01 WS-PARTS-FINISHED     PIC 9(5).
       01 WS-WAITED-SECS        PIC 9(5).

       01 STEPS-RUN-COUNT       PIC 9(2) VALUE 0.
       01 STEPS-SKIPPED-COUNT   PIC 9(2) VALUE 0.


           MOVE "PREMIUMBATCH" TO NS-PROGRAM-NAME(1)
           MOVE "D"            TO NS-FREQUENCY(1)
           MOVE "Y"            TO NS-PARTITIONED(1)
           MOVE "RENEWALBATCH" TO NS-PROGRAM-NAME(2)
           MOVE "D"            TO NS-FREQUENCY(2)
           MOVE "N"            TO NS-PARTITIONED(2)
           MOVE "LAPSEBATCH"   TO NS-PROGRAM-NAME(3)
           MOVE "D"            TO NS-FREQUENCY(3)
           MOVE "Y"            TO NS-PARTITIONED(3)
      *>   anniversary increase offers go only to policies the
      *>   lapse run has left in force
           MOVE "INCREASEOFFER" TO NS-PROGRAM-NAME(4)
           MOVE "D"            TO NS-FREQUENCY(4)
           MOVE "N"            TO NS-PARTITIONED(4)
      *>   the universal life monthly deduction is a month-end
      *>   step, taken before the export so the mirror and treaty
      *>   extract see the month's account values
           MOVE "ULDEDUCT"     TO NS-PROGRAM-NAME(5)
           MOVE "M"            TO NS-FREQUENCY(5)
           MOVE "N"            TO NS-PARTITIONED(5)
           MOVE "POLICYEXPORT" TO NS-PROGRAM-NAME(6)
           MOVE "D"            TO NS-FREQUENCY(6)
           MOVE "N"            TO NS-PARTITIONED(6)
           MOVE "REINSEXTRACT" TO NS-PROGRAM-NAME(7)
           MOVE "D"            TO NS-FREQUENCY(7)
           MOVE "N"            TO NS-PARTITIONED(7)
           MOVE "CLAIMRESERVE" TO NS-PROGRAM-NAME(8)
           MOVE "M"            TO NS-FREQUENCY(8)
           MOVE "N"            TO NS-PARTITIONED(8)
           MOVE "FXREVAL"      TO NS-PROGRAM-NAME(9)
           MOVE "M"            TO NS-FREQUENCY(9)
           MOVE "N"            TO NS-PARTITIONED(9)
           MOVE "WAREHOUSEFEED" TO NS-PROGRAM-NAME(10)
           MOVE "D"            TO NS-FREQUENCY(10)
           MOVE "N"            TO NS-PARTITIONED(10)
      *>   the imaging system's index of the day's scans
           MOVE "DOCINDEXLOAD" TO NS-PROGRAM-NAME(11)
           MOVE "D"            TO NS-FREQUENCY(11)
           MOVE "N"            TO NS-PARTITIONED(11)
      *>   treasury's forecast, once the night's billing and
      *>   claims have settled what is open
           MOVE "CASHFORECAST" TO NS-PROGRAM-NAME(12)
           MOVE "D"            TO NS-FREQUENCY(12)
           MOVE "N"            TO NS-PARTITIONED(12)
      *>   output generations past their retention, once the
      *>   night's extracts have cataloged theirs
           MOVE "RETAINSWEEP"  TO NS-PROGRAM-NAME(13)
           MOVE "D"            TO NS-FREQUENCY(13)
           MOVE "N"            TO NS-PARTITIONED(13)
      *>   the anomaly check judges everything above it, so it is
      *>   always the last step of the night
           MOVE "ANOMALYCHECK" TO NS-PROGRAM-NAME(14)
           MOVE "D"            TO NS-FREQUENCY(14)
           MOVE "N"            TO NS-PARTITIONED(14)

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               STOP RUN
           END-IF

           PERFORM LOAD-PARTITION-SETTINGS

           PERFORM JUDGE-MONTH-END

           PERFORM RUN-ONE-STEP
               DISPLAY "RUNNING STEP " STEP-IDX ": "
                   NS-PROGRAM-NAME(STEP-IDX)

               IF NS-PARTITIONED(STEP-IDX) = "Y"
                   AND NIGHT-PARTITIONS > 1
                   PERFORM RUN-PARTITIONED-STEP
               ELSE
                   CALL NS-PROGRAM-NAME(STEP-IDX)
               END-IF

               ADD 1 TO STEPS-RUN-COUNT


      *> completion is judged off the run-control row the step
      *> itself writes - a clean run leaves a "C" row for tonight's
      *> business date. A partitioned step is complete only when
      *> every partition of tonight's count has its own "C" row.
       CHECK-STEP-ALREADY-DONE.

           MOVE 0 TO WS-DONE-COUNT
           MOVE NS-PROGRAM-NAME(STEP-IDX) TO WS-STEP-PROGRAM

           IF NS-PARTITIONED(STEP-IDX) = "Y"
               EXEC SQL
                   SELECT COUNT(DISTINCT partition_no)
                   INTO :WS-PART-DONE
                   FROM batch_runs
                   WHERE program_name = :WS-STEP-PROGRAM
                       AND business_date = :WS-TODAY-DASH
                       AND run_status = 'C'
                       AND partition_count = :NIGHT-PARTITIONS
               END-EXEC
               IF WS-PART-DONE >= NIGHT-PARTITIONS
                   MOVE 1 TO WS-DONE-COUNT
               END-IF
           ELSE
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-DONE-COUNT
                   FROM batch_runs
                   WHERE program_name = :WS-STEP-PROGRAM
                       AND business_date = :WS-TODAY-DASH
                       AND run_status = 'C'
               END-EXEC
           END-IF.

       LOAD-PARTITION-SETTINGS.

           MOVE SPACES TO WS-PARTITIONS-TEXT
           ACCEPT WS-PARTITIONS-TEXT
               FROM ENVIRONMENT "NIGHT_PARTITIONS"

           IF WS-PARTITIONS-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARTITIONS-TEXT) = 0
                   COMPUTE WS-PARTITIONS-VALUE =
                       FUNCTION NUMVAL(WS-PARTITIONS-TEXT)
                   IF WS-PARTITIONS-VALUE >= 1
                       AND WS-PARTITIONS-VALUE <= 99
                       MOVE WS-PARTITIONS-VALUE TO NIGHT-PARTITIONS
                   ELSE
                       DISPLAY "WARNING: NIGHT_PARTITIONS "
                           WS-PARTITIONS-TEXT " IGNORED - RUNNING "
                           NIGHT-PARTITIONS " PARTITIONS"
                   END-IF
               ELSE
                   DISPLAY "WARNING: NIGHT_PARTITIONS "
                       WS-PARTITIONS-TEXT " IGNORED - RUNNING "
                       NIGHT-PARTITIONS " PARTITIONS"
               END-IF
           END-IF

           MOVE SPACES TO WS-LAUNCHER
           ACCEPT WS-LAUNCHER FROM ENVIRONMENT "PARTITION_LAUNCHER"

           IF WS-LAUNCHER = SPACES
               MOVE "PARTRUN" TO WS-LAUNCHER
           END-IF.

      *> every partition not already done tonight is started at
      *> once, then the sequencer waits until each one it started
      *> has closed its run-control row, clean or failed. A
      *> partition that dies without closing its row is waited for
      *> only until PARTITION-WAIT-SECS runs out - the completion
      *> check after this then finds the step incomplete and halts
      *> the chain, and a rerun starts just the partitions that
      *> are still owed.
       RUN-PARTITIONED-STEP.

           MOVE 0 TO WS-LAUNCH-MARK
           MOVE 0 TO WS-PARTS-LAUNCHED
           MOVE 0 TO WS-PARTS-FINISHED
           MOVE 0 TO WS-WAITED-SECS

      *>   the partitions work on their own connections - whatever
      *>   the steps before them did on this one has to be
      *>   committed before they can see it
           EXEC SQL COMMIT END-EXEC

           EXEC SQL
               SELECT COALESCE(MAX(run_id), 0) INTO :WS-LAUNCH-MARK
               FROM batch_runs
           END-EXEC

           PERFORM LAUNCH-ONE-PARTITION
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > NIGHT-PARTITIONS

           PERFORM WAIT-FOR-PARTITIONS
               UNTIL WS-PARTS-FINISHED >= WS-PARTS-LAUNCHED
                   OR WS-WAITED-SECS >= PARTITION-WAIT-SECS

           IF WS-PARTS-FINISHED < WS-PARTS-LAUNCHED
               DISPLAY "GAVE UP WAITING ON " WS-STEP-PROGRAM
                   " - " WS-PARTS-FINISHED " OF " WS-PARTS-LAUNCHED
                   " PARTITIONS REPORTED BACK"
           END-IF.

       LAUNCH-ONE-PARTITION.

           MOVE 0 TO WS-PART-DONE

           EXEC SQL
               SELECT COUNT(*) INTO :WS-PART-DONE
               FROM batch_runs
               WHERE program_name = :WS-STEP-PROGRAM
                   AND business_date = :WS-TODAY-DASH
                   AND run_status = 'C'
                   AND partition_no = :WS-PART-IDX
                   AND partition_count = :NIGHT-PARTITIONS
           END-EXEC

           IF WS-PART-DONE > 0
               DISPLAY "  PARTITION " WS-PART-IDX " OF "
                   NIGHT-PARTITIONS " ALREADY COMPLETED"
           ELSE
               MOVE SPACES TO WS-LAUNCH-COMMAND
               STRING "BATCH_STEP=" DELIMITED BY SIZE
                   WS-STEP-PROGRAM DELIMITED BY SPACE
                   " BATCH_PARTITION=" DELIMITED BY SIZE
                   WS-PART-IDX DELIMITED BY SIZE
                   " BATCH_PARTITION_COUNT=" DELIMITED BY SIZE
                   NIGHT-PARTITIONS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LAUNCHER DELIMITED BY "  "
                   " > " DELIMITED BY SIZE
                   WS-STEP-PROGRAM DELIMITED BY SPACE
                   ".P" DELIMITED BY SIZE
                   WS-PART-IDX DELIMITED BY SIZE
                   ".LOG 2>&1 &" DELIMITED BY SIZE
                   INTO WS-LAUNCH-COMMAND

               CALL "SYSTEM" USING WS-LAUNCH-COMMAND
                   RETURNING WS-LAUNCH-RESULT

               IF WS-LAUNCH-RESULT = 0
                   ADD 1 TO WS-PARTS-LAUNCHED
                   DISPLAY "  STARTED PARTITION " WS-PART-IDX
                       " OF " NIGHT-PARTITIONS
               ELSE
                   DISPLAY "  PARTITION " WS-PART-IDX
                       " COULD NOT BE STARTED - RESULT "
                       WS-LAUNCH-RESULT
               END-IF
           END-IF.

      *> a partition has reported back once its run row carries a
      *> final status - only rows opened since the launch count.
       WAIT-FOR-PARTITIONS.

           CALL "C$SLEEP" USING PARTITION-POLL-SECS
           ADD PARTITION-POLL-SECS TO WS-WAITED-SECS

           EXEC SQL
               SELECT COUNT(*) INTO :WS-PARTS-FINISHED
               FROM batch_runs
               WHERE program_name = :WS-STEP-PROGRAM
                   AND run_id > :WS-LAUNCH-MARK
                   AND run_status IN ('C', 'F')
           END-EXEC.

      *> tonight is month-end when the next business day after
