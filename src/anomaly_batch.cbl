       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> every program that completed a run tonight - its latest
      *> clean row is what gets judged. A batch run in partitions
      *> is judged on the sum of its partitions' latest clean rows,
      *> the night's whole volume, never a slice of it.
       EXEC SQL
           DECLARE TONIGHT-CURSOR CURSOR FOR
               SELECT MAX(run_id), program_name,
                   SUM(COALESCE(count_1, 0))
               FROM batch_runs
               WHERE run_id IN
                   (SELECT MAX(run_id) FROM batch_runs
                    WHERE business_date = :WS-TODAY-DASH
                        AND run_status = 'C'
                        AND RTRIM(program_name) <> 'ANOMALYCHECK'
                    GROUP BY program_name,
                        COALESCE(partition_no, 0))
               GROUP BY program_name
               ORDER BY program_name
       END-EXEC.

           END-IF.

      *> the baseline is the program's own recent history - the
      *> last nights it completed before tonight, averaged, so a
      *> program whose volume naturally grows drags its own
      *> baseline with it. Each night counts once, its partitions
      *> summed the way tonight's are.
       FETCH-THE-BASELINE.

           MOVE 0 TO WS-BASELINE-AVG
           MOVE 0 TO WS-BASELINE-RUNS

           EXEC SQL
               SELECT COALESCE(AVG(night_count), 0), COUNT(*)
               INTO :WS-BASELINE-AVG, :WS-BASELINE-RUNS
               FROM (SELECT business_date,
                         SUM(COALESCE(count_1, 0)) AS night_count
                     FROM batch_runs
                     WHERE run_id IN
                         (SELECT MAX(run_id) FROM batch_runs
                          WHERE RTRIM(program_name) =
                                  RTRIM(:WS-PROGRAM-NAME)
                              AND run_status = 'C'
                              AND business_date < :WS-TODAY-DASH
                          GROUP BY business_date,
                              COALESCE(partition_no, 0))
                     GROUP BY business_date
                     ORDER BY business_date DESC
                     FETCH FIRST :BASELINE-RUNS ROWS ONLY)
                     recent
