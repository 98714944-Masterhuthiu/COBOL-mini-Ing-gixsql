       01 WS-COUNT-2            PIC 9(7).
       01 WS-COUNT-3            PIC 9(7).
       01 WS-PREV-COUNT-1       PIC 9(7).
       01 WS-PREV-ROWS          PIC 9(5).
       01 WS-HALF-PREV          PIC 9(7).
       01 WS-PREV-FOUND         PIC X(01).
           88 PREV-RUN-FOUND        VALUE "Y".

       01 JOB-COUNT             PIC 9(5) VALUE 0.
       01 ANOMALY-COUNT         PIC 9(5) VALUE 0.
       01 UNACKED-COUNT         PIC 9(5) VALUE 0.

       01 WS-FILE-NAME          PIC X(60).
       01 WS-DESTINATION        PIC X(10).
       01 WS-SENT-AT            PIC X(16).
       01 WS-ACK-DUE-AT         PIC X(16).
       01 WS-ACK-STATUS         PIC X(01).
       01 WS-RECORD-COUNT       PIC 9(9).
       01 WS-REJECT-REASON      PIC X(60).

       01 XMIT-AT-END           PIC X(01) VALUE "N".
           88 XMIT-EOF              VALUE "Y".

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> the latest completed-or-failed run per job - one line per
      *> program, with its counts compared day over day against the
      *> night before. A batch run in partitions has a row per
      *> partition: the latest row of each partition on the job's
      *> latest business date is summed into the one line, which is
      *> failed if any partition failed, running if any still runs,
      *> and incomplete ("I") if a partition never reported at all.
       EXEC SQL
           DECLARE LAST-RUN-CURSOR CURSOR FOR
               SELECT b.program_name, b.business_date,
                   CASE
                       WHEN SUM(CASE WHEN b.run_status = 'F'
                                THEN 1 ELSE 0 END) > 0 THEN 'F'
                       WHEN SUM(CASE WHEN b.run_status <> 'C'
                                THEN 1 ELSE 0 END) > 0 THEN 'R'
                       WHEN COUNT(*) <
                           MAX(COALESCE(b.partition_count, 0))
                           THEN 'I'
                       ELSE 'C'
                   END,
                   SUM(COALESCE(b.count_1, 0)),
                   SUM(COALESCE(b.count_2, 0)),
                   SUM(COALESCE(b.count_3, 0))
               FROM batch_runs b
               WHERE b.run_id IN
                   (SELECT MAX(b2.run_id) FROM batch_runs b2
                    WHERE b2.business_date =
                        (SELECT MAX(b3.business_date)
                         FROM batch_runs b3
                         WHERE b3.program_name = b2.program_name)
                    GROUP BY b2.program_name,
                        COALESCE(b2.partition_no, 0))
               GROUP BY b.program_name, b.business_date
               ORDER BY b.program_name
       END-EXEC.

      *> every file sent that the receiver still owes us an answer
      *> on past its turnaround, and every reject or disagreeing
      *> acknowledgement no later accepted send of the same file
      *> has made good.
       EXEC SQL
           DECLARE UNACKED-CURSOR CURSOR FOR
               SELECT t.file_name, t.destination_code,
                   TO_CHAR(t.sent_at, 'YYYY-MM-DD HH24:MI'),
                   TO_CHAR(t.ack_due_at, 'YYYY-MM-DD HH24:MI'),
                   t.ack_status, t.record_count,
                   COALESCE(t.reject_reason, ' ')
               FROM transmission_log t
               WHERE (t.ack_status = 'P'
                       AND t.ack_due_at < CURRENT_TIMESTAMP)
                   OR (t.ack_status IN ('R', 'D')
                       AND NOT EXISTS
                           (SELECT 1 FROM transmission_log a
                            WHERE a.base_name = t.base_name
                                AND a.destination_code =
                                    t.destination_code
                                AND a.sent_at > t.sent_at
                                AND a.ack_status = 'A'))
               ORDER BY t.ack_due_at, t.xmit_id
       END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY "=== BATCH OPERATIONS REPORT ===".

           EXEC SQL CLOSE LAST-RUN-CURSOR END-EXEC.

           DISPLAY "-----------------------------".
           DISPLAY "OUTBOUND FILES NOT ACKNOWLEDGED".

           EXEC SQL OPEN UNACKED-CURSOR END-EXEC.

           PERFORM REPORT-ONE-UNACKED
               UNTIL XMIT-EOF

           EXEC SQL CLOSE UNACKED-CURSOR END-EXEC.

           IF UNACKED-COUNT = 0
               DISPLAY "  NONE OVERDUE"
           END-IF

           DISPLAY "-----------------------------".
           DISPLAY "JOBS REPORTED : " JOB-COUNT.
           DISPLAY "UNACKNOWLEDGED: " UNACKED-COUNT.
           DISPLAY "ANOMALIES     : " ANOMALY-COUNT.
           DISPLAY "=== END OF OPERATIONS REPORT ===".

           END-IF.

      *> a job that suddenly processes less than half of what it did
      *> the night before is the classic quiet failure - an empty
      *> input, a bad cursor filter - so it gets flagged even when
      *> the run itself says it completed clean. The night before is
      *> summed across its partitions the same way tonight's line
      *> is.
       CHECK-DAY-OVER-DAY.

           SET PREV-RUN-NOT-FOUND TO TRUE
           MOVE 0 TO WS-PREV-ROWS
           MOVE 0 TO WS-PREV-COUNT-1

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(COALESCE(count_1, 0)), 0)
               INTO :WS-PREV-ROWS, :WS-PREV-COUNT-1
               FROM batch_runs
               WHERE run_id IN
                   (SELECT MAX(run_id) FROM batch_runs
                    WHERE program_name = :WS-PROGRAM-NAME
                        AND business_date =
                            (SELECT MAX(business_date)
                             FROM batch_runs
                             WHERE program_name = :WS-PROGRAM-NAME
                                 AND business_date <
                                     :WS-BUSINESS-DATE)
                    GROUP BY COALESCE(partition_no, 0))
           END-EXEC

           IF SQLCODE = 0 AND WS-PREV-ROWS > 0
               SET PREV-RUN-FOUND TO TRUE
           END-IF

                       " - CHECK THE RUN"
               END-IF
           END-IF.

       REPORT-ONE-UNACKED.

           EXEC SQL
               FETCH UNACKED-CURSOR
               INTO :WS-FILE-NAME, :WS-DESTINATION, :WS-SENT-AT,
                   :WS-ACK-DUE-AT, :WS-ACK-STATUS,
                   :WS-RECORD-COUNT, :WS-REJECT-REASON
           END-EXEC

           IF SQLCODE NOT = 0
               SET XMIT-EOF TO TRUE
           ELSE
               ADD 1 TO UNACKED-COUNT
               ADD 1 TO ANOMALY-COUNT

               DISPLAY WS-FILE-NAME
               EVALUATE WS-ACK-STATUS
                   WHEN "R"
                       DISPLAY "  *** REJECTED BY " WS-DESTINATION
                           " - " WS-REJECT-REASON
                   WHEN "D"
                       DISPLAY "  *** " WS-DESTINATION
                           " ACKNOWLEDGED DIFFERENT COUNTS FROM THE "
                           WS-RECORD-COUNT " RECORDS SENT"
                   WHEN OTHER
                       DISPLAY "  *** SENT TO " WS-DESTINATION " "
                           WS-SENT-AT " - NO ACKNOWLEDGEMENT, DUE "
                           WS-ACK-DUE-AT
               END-EVALUATE
           END-IF.
