       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTGEN.

      *> the catalog of every file we send out. An extract used to be
      *> written under one fixed name, so each run overwrote the last
      *> and a disputed file was gone by the next night. Now each run
      *> writes a generation of its own - the base name with the
      *> business date and a sequence spliced in ahead of the
      *> extension, GL_EXTRACT.20261015.G001.TXT - and the catalog
      *> row carries the program, its RUNCONTROL run id, the record
      *> count and control total, and how long the generation is
      *> kept before RETAINSWEEP deletes it. A rerun on a business
      *> date whose file has already gone to the other party is
      *> refused outright: the first generation is the one they
      *> hold, and a second would pay, collect or post twice.
      *> Generation status: W being written, C complete, S superseded
      *> by a later run the same day before it was sent, T
      *> transmitted, A abandoned (the run was refused before it
      *> wrote anything), J rejected by the other party after it was
      *> sent, P purged by the retention sweep. A rejected file is
      *> no longer counted as sent, so the corrected rerun is let
      *> through - but it is not complete either, and is never
      *> picked up to go out a second time.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       01 WS-PROGRAM-NAME       PIC X(20).
       01 WS-BASE-NAME          PIC X(40).
       01 WS-FILE-NAME          PIC X(60).
       01 WS-GENERATION-ID      PIC 9(9).
       01 WS-GENERATION-SEQ     PIC 9(3).
       01 WS-RUN-ID             PIC 9(9).
       01 WS-SENT-COUNT         PIC 9(5).
       01 WS-SENT-FILE-NAME     PIC X(60).

       01 WS-NAME-STEM          PIC X(40).
       01 WS-NAME-EXTENSION     PIC X(10).

      *> generations are kept this many days after their business
      *> date unless a period is filed through PARAMMAINT.
       01 OUTPUT-RETENTION-DAYS PIC 9(5) VALUE 90.
       01 WS-RETENTION-DAYS     PIC 9(5).
       01 WS-PARAM-NAME         PIC X(30).
       01 WS-PARAM-TYPE         PIC X(20) VALUE SPACES.
       01 WS-PARAM-JURISDICTION PIC X(02) VALUE SPACES.
       01 WS-PARAM-VALUE        PIC 9(7)V9999.

       LINKAGE SECTION.

      *> "O" opens the run's generation of LK-BASE-NAME and hands
      *> back its name and id, "C" completes it with the counts,
      *> "T" marks it transmitted, "A" abandons one opened by a run
      *> that then stopped before writing, "J" reopens a transmitted
      *> generation the receiver rejected. A refused open comes back
      *> "R"; an open the catalog could not record comes back "N"
      *> with the base name, so the run still writes its file.
       01 LK-ACTION             PIC X(01).
           88 LK-OPEN-GENERATION   VALUE "O".
           88 LK-COMPLETE          VALUE "C".
           88 LK-TRANSMITTED       VALUE "T".
           88 LK-ABANDON           VALUE "A".
           88 LK-REJECTED          VALUE "J".
       01 LK-PROGRAM-NAME       PIC X(20).
       01 LK-BASE-NAME          PIC X(40).
       01 LK-FILE-NAME          PIC X(60).
       01 LK-GENERATION-ID      PIC 9(9).
       01 LK-RECORD-COUNT       PIC 9(9).
       01 LK-CONTROL-TOTAL      PIC 9(13)V99.
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".
           88 LK-STATUS-REFUSED    VALUE "R".

       PROCEDURE DIVISION USING LK-ACTION LK-PROGRAM-NAME
           LK-BASE-NAME LK-FILE-NAME LK-GENERATION-ID
           LK-RECORD-COUNT LK-CONTROL-TOTAL LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           EVALUATE TRUE
               WHEN LK-OPEN-GENERATION
                   PERFORM OPEN-GENERATION
               WHEN LK-COMPLETE
                   PERFORM COMPLETE-GENERATION
               WHEN LK-TRANSMITTED
                   PERFORM MARK-TRANSMITTED
               WHEN LK-ABANDON
                   PERFORM ABANDON-GENERATION
               WHEN LK-REJECTED
                   PERFORM REOPEN-REJECTED
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN GENERATION ACTION "
                       LK-ACTION
           END-EVALUATE.

           GOBACK.

       OPEN-GENERATION.

           MOVE LK-BASE-NAME TO LK-FILE-NAME
           MOVE 0 TO LK-GENERATION-ID
           MOVE LK-PROGRAM-NAME TO WS-PROGRAM-NAME
           MOVE LK-BASE-NAME TO WS-BASE-NAME

           MOVE 0 TO WS-SENT-COUNT
           MOVE SPACES TO WS-SENT-FILE-NAME

           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(file_name), ' ')
               INTO :WS-SENT-COUNT, :WS-SENT-FILE-NAME
               FROM output_generations
               WHERE base_name = :WS-BASE-NAME
                   AND business_date = :WS-TODAY-DASH
                   AND gen_status = 'T'
           END-EXEC

           IF WS-SENT-COUNT > 0
               SET LK-STATUS-REFUSED TO TRUE
               DISPLAY "ERROR: " WS-BASE-NAME " FOR " WS-TODAY-DASH
                   " ALREADY TRANSMITTED AS " WS-SENT-FILE-NAME
               DISPLAY "       RERUN REFUSED - NOTHING WRITTEN"
           ELSE
               PERFORM CATALOG-NEW-GENERATION
           END-IF.

      *> the sequence runs on within the business date, so a rerun
      *> before transmission writes alongside the earlier file
      *> instead of over it.
       CATALOG-NEW-GENERATION.

           MOVE 0 TO WS-GENERATION-SEQ

           EXEC SQL
               SELECT COALESCE(MAX(generation_seq), 0)
               INTO :WS-GENERATION-SEQ
               FROM output_generations
               WHERE base_name = :WS-BASE-NAME
                   AND business_date = :WS-TODAY-DASH
           END-EXEC

           ADD 1 TO WS-GENERATION-SEQ

           MOVE SPACES TO WS-NAME-STEM
           MOVE SPACES TO WS-NAME-EXTENSION
           UNSTRING WS-BASE-NAME DELIMITED BY "."
               INTO WS-NAME-STEM WS-NAME-EXTENSION

           MOVE SPACES TO WS-FILE-NAME
           STRING WS-NAME-STEM DELIMITED BY SPACE
               "." WS-TODAY-8 ".G" WS-GENERATION-SEQ
               DELIMITED BY SIZE
               INTO WS-FILE-NAME
           IF WS-NAME-EXTENSION NOT = SPACES
               MOVE SPACES TO LK-FILE-NAME
               STRING WS-FILE-NAME DELIMITED BY SPACE
                   "." WS-NAME-EXTENSION DELIMITED BY SPACE
                   INTO LK-FILE-NAME
               MOVE LK-FILE-NAME TO WS-FILE-NAME
           END-IF

      *>   the run the generation belongs to is the program's open
      *>   run-control row for today; a program that does not keep
      *>   one is cataloged against run zero
           MOVE 0 TO WS-RUN-ID

           EXEC SQL
               SELECT COALESCE(MAX(run_id), 0) INTO :WS-RUN-ID
               FROM batch_runs
               WHERE program_name = :WS-PROGRAM-NAME
                   AND business_date = :WS-TODAY-DASH
                   AND run_status = 'R'
           END-EXEC

           MOVE "OUTPUT-RETENTION-DAYS" TO WS-PARAM-NAME
           MOVE OUTPUT-RETENTION-DAYS TO WS-PARAM-VALUE
           CALL "BIZPARAM" USING WS-PARAM-NAME WS-PARAM-TYPE
               WS-PARAM-JURISDICTION WS-TODAY-DASH WS-PARAM-VALUE
           MOVE WS-PARAM-VALUE TO WS-RETENTION-DAYS

           EXEC SQL
               INSERT INTO output_generations
               (program_name, base_name, business_date,
                   generation_seq, file_name, run_id,
                   record_count, control_total, retention_days,
                   gen_status, created_at)
               VALUES
               (:WS-PROGRAM-NAME, :WS-BASE-NAME, :WS-TODAY-DASH,
                   :WS-GENERATION-SEQ, :WS-FILE-NAME, :WS-RUN-ID,
                   0, 0, :WS-RETENTION-DAYS, 'W', CURRENT_TIMESTAMP)
               RETURNING generation_id INTO :WS-GENERATION-ID
           END-EXEC

           IF SQLCODE = 0
               MOVE WS-FILE-NAME TO LK-FILE-NAME
               MOVE WS-GENERATION-ID TO LK-GENERATION-ID
               SET LK-STATUS-OK TO TRUE
               DISPLAY "WRITING " WS-FILE-NAME
           ELSE
               MOVE LK-BASE-NAME TO LK-FILE-NAME
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "WARNING: GENERATION NOT CATALOGED FOR "
                   WS-BASE-NAME " - WRITING " LK-BASE-NAME " - "
                   SQL-ERROR-MESSAGE
           END-IF.

      *> the finished file's counts go on its row, and any earlier
      *> generation of the same file and business date that never
      *> went out is superseded - the newest complete generation is
      *> the one to send.
       COMPLETE-GENERATION.

           IF LK-GENERATION-ID = 0
               CONTINUE
           ELSE
               MOVE LK-GENERATION-ID TO WS-GENERATION-ID

               EXEC SQL
                   UPDATE output_generations
                   SET record_count = :LK-RECORD-COUNT,
                       control_total = :LK-CONTROL-TOTAL,
                       gen_status = 'C',
                       completed_at = CURRENT_TIMESTAMP
                   WHERE generation_id = :WS-GENERATION-ID
                       AND gen_status = 'W'
               END-EXEC

               IF SQLCODE = 0
                   SET LK-STATUS-OK TO TRUE
                   EXEC SQL
                       UPDATE output_generations o
                       SET gen_status = 'S'
                       FROM output_generations n
                       WHERE n.generation_id = :WS-GENERATION-ID
                           AND o.base_name = n.base_name
                           AND o.business_date = n.business_date
                           AND o.generation_seq < n.generation_seq
                           AND o.gen_status IN ('W', 'C')
                   END-EXEC
               ELSE
                   MOVE SQLCODE TO SQL-ERROR-CODE
                   CALL "SQLMSG" USING SQL-ERROR-CODE
                       SQL-ERROR-MESSAGE
                   DISPLAY "WARNING: GENERATION " LK-GENERATION-ID
                       " NOT COMPLETED - " SQL-ERROR-MESSAGE
               END-IF
           END-IF.

      *> only a complete, current generation can go out - a
      *> superseded one was replaced before it was ever sent.
       MARK-TRANSMITTED.

           MOVE LK-GENERATION-ID TO WS-GENERATION-ID

           EXEC SQL
               UPDATE output_generations
               SET gen_status = 'T',
                   transmitted_at = CURRENT_TIMESTAMP
               WHERE generation_id = :WS-GENERATION-ID
                   AND gen_status = 'C'
           END-EXEC

           IF SQLCODE = 0
               SET LK-STATUS-OK TO TRUE
           ELSE
               DISPLAY "ERROR: GENERATION " LK-GENERATION-ID
                   " IS NOT A COMPLETE CURRENT FILE - NOT MARKED "
                   "TRANSMITTED"
           END-IF.

       ABANDON-GENERATION.

           IF LK-GENERATION-ID = 0
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE LK-GENERATION-ID TO WS-GENERATION-ID

               EXEC SQL
                   UPDATE output_generations
                   SET gen_status = 'A',
                       completed_at = CURRENT_TIMESTAMP
                   WHERE generation_id = :WS-GENERATION-ID
                       AND gen_status = 'W'
               END-EXEC

               SET LK-STATUS-OK TO TRUE
           END-IF.

      *> the receiver never accepted the file, so as far as the run
      *> is concerned it was never sent and a rerun for the business
      *> date is allowed. The generation keeps its own status, with
      *> its transmission time, so XMITSEND does not resend the file
      *> that was refused.
       REOPEN-REJECTED.

           MOVE LK-GENERATION-ID TO WS-GENERATION-ID

           EXEC SQL
               UPDATE output_generations
               SET gen_status = 'J'
               WHERE generation_id = :WS-GENERATION-ID
                   AND gen_status = 'T'
           END-EXEC

           IF SQLCODE = 0
               SET LK-STATUS-OK TO TRUE
           END-IF.
