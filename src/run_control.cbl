
       01 WS-TODAY-8           PIC 9(8).
       01 WS-TODAY-DASH        PIC X(10).
       01 WS-PARTITION-NUMBER  PIC 9(2).
       01 WS-PARTITION-COUNT   PIC 9(2).

       LINKAGE SECTION.

      *> "S" opens a run row and hands back its id; "E" completes
      *> that row with the final status and the caller's counts.
      *> "P" opens the row for one partition of a batch run in
      *> slices - the partition number comes in count 1 and the
      *> partition count in count 2, and the row carries both so
      *> the partitions of one night can be judged together.
       01 LK-ACTION            PIC X(01).
           88 LK-RUN-START        VALUE "S".
           88 LK-PARTITION-START  VALUE "P".
           88 LK-RUN-END          VALUE "E".
       01 LK-PROGRAM-NAME      PIC X(20).
       01 LK-RUN-ID            PIC 9(9).

           EVALUATE TRUE
               WHEN LK-RUN-START
                   MOVE 0 TO WS-PARTITION-NUMBER
                   MOVE 0 TO WS-PARTITION-COUNT
                   PERFORM OPEN-RUN-ROW
               WHEN LK-PARTITION-START
                   MOVE LK-COUNT-1 TO WS-PARTITION-NUMBER
                   MOVE LK-COUNT-2 TO WS-PARTITION-COUNT
                   PERFORM OPEN-RUN-ROW
               WHEN LK-RUN-END
                   PERFORM COMPLETE-RUN-ROW
           EXEC SQL
               INSERT INTO batch_runs
               (program_name, business_date, start_time,
                   run_status, partition_no, partition_count)
               VALUES
               (:LK-PROGRAM-NAME, :WS-TODAY-DASH,
                   CURRENT_TIMESTAMP, 'R', :WS-PARTITION-NUMBER,
                   :WS-PARTITION-COUNT)
               RETURNING run_id INTO :LK-RUN-ID
           END-EXEC

