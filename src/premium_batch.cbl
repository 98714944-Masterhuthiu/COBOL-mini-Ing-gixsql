      *> the last policy id whose update was committed - the same
      *> CHECKPOINT.DAT discipline MAIN uses for its steps, so a
      *> mid-run failure resumes above this key instead of redoing
      *> the whole night. PREMCKPT.DAT for a run over the whole book;
      *> each partition of a run in slices keeps its own,
      *> PREMCKPT.Pnn.DAT, so one partition's restart never moves
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

       01 POLICY-COUNT        PIC 9(7) VALUE 0.
       01 UPDATED-COUNT       PIC 9(7) VALUE 0.
       01 NEW-PREMIUM         PIC 9(9)V99.
       01 WS-SINCE-COMMIT     PIC 9(5) VALUE 0.
       01 WS-CHECKPOINT-POLICY-ID PIC 9(9) VALUE 0.

       01 WS-CHECKPOINT-FILE-NAME PIC X(20).
       01 WS-CHECKPOINT-FILE-STATUS PIC X(02).
           88 CHECKPOINT-FILE-OK        VALUE "00".
           88 CHECKPOINT-FILE-NOT-FOUND VALUE "35".
                   currency_code, COALESCE(row_version, 0)
               FROM policy_master
               WHERE policy_id > :WS-CHECKPOINT-POLICY-ID
                   AND policy_id >= :PARTITION-LOW-ID
                   AND policy_id <= :PARTITION-HIGH-ID
               ORDER BY policy_id
       END-EXEC.


           DISPLAY "STARTING NIGHTLY PREMIUM RECOMPUTE".

           CALL "PARTRANGE" USING PARTITION-NUMBER PARTITION-COUNT
               PARTITION-LOW-ID PARTITION-HIGH-ID PARTITION-STATUS

           IF PARTITION-OK
               PERFORM NAME-THE-CHECKPOINT-FILE
               PERFORM LOAD-RESTART-CHECKPOINT
           END-IF

           MOVE "P" TO WS-RUN-ACTION
           MOVE "PREMIUMBATCH" TO WS-RUN-PROGRAM
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
               DISPLAY "NIGHTLY PREMIUM RECOMPUTE NOT RUN"
               GOBACK
           END-IF

           EXEC SQL OPEN POLICY-CURSOR END-EXEC.

           PERFORM RECOMPUTE-ONE-POLICY

           EXEC SQL CLOSE POLICY-CURSOR END-EXEC.

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

           DISPLAY "POLICIES READ: " POLICY-COUNT
           DISPLAY "POLICIES UPDATED: " UPDATED-COUNT
           DISPLAY "NIGHTLY PREMIUM RECOMPUTE COMPLETE".
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
               STRING "PREMCKPT.P" PARTITION-NUMBER ".DAT"
                   DELIMITED BY SIZE INTO WS-CHECKPOINT-FILE-NAME
           ELSE
               MOVE "PREMCKPT.DAT" TO WS-CHECKPOINT-FILE-NAME
           END-IF.
