       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTRANGE.

      *> the one place a big policy batch learns which slice of the
      *> book is its own. BATCH_PARTITION and BATCH_PARTITION_COUNT
      *> say which partition of how many this run is - NIGHTSEQ sets
      *> them when it launches the partitions side by side; a run
      *> started without them is partition 1 of 1 and walks the
      *> whole book exactly as it always has. The book's policy id
      *> range is cut into equal runs of ids: the first partition
      *> starts at zero and the last one runs open-ended, so a
      *> policy written after the range was taken still belongs to
      *> somebody.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 MAX-PARTITIONS        PIC 9(2) VALUE 99.

       01 WS-NUMBER-TEXT        PIC X(10).
       01 WS-COUNT-TEXT         PIC X(10).
       01 WS-NUMBER-VALUE       PIC 9(5).
       01 WS-COUNT-VALUE        PIC 9(5).

       01 WS-MIN-POLICY-ID      PIC 9(9).
       01 WS-MAX-POLICY-ID      PIC 9(9).
       01 WS-RANGE-WIDTH        PIC 9(9).

       LINKAGE SECTION.

       01 LK-PARTITION-NUMBER   PIC 9(2).
       01 LK-PARTITION-COUNT    PIC 9(2).
       01 LK-LOW-ID             PIC 9(9).
       01 LK-HIGH-ID            PIC 9(9).
      *> "Y" the slice is good to run; "N" the settings make no
      *> sense and the batch must not guess at a slice.
       01 LK-STATUS             PIC X(01).

       PROCEDURE DIVISION USING LK-PARTITION-NUMBER
           LK-PARTITION-COUNT LK-LOW-ID LK-HIGH-ID LK-STATUS.

           MOVE "Y" TO LK-STATUS
           MOVE 1 TO WS-NUMBER-VALUE
           MOVE 1 TO WS-COUNT-VALUE
           MOVE 0 TO LK-LOW-ID
           MOVE 999999999 TO LK-HIGH-ID

           MOVE SPACES TO WS-NUMBER-TEXT
           MOVE SPACES TO WS-COUNT-TEXT
           ACCEPT WS-NUMBER-TEXT FROM ENVIRONMENT "BATCH_PARTITION"
           ACCEPT WS-COUNT-TEXT
               FROM ENVIRONMENT "BATCH_PARTITION_COUNT"

           EVALUATE TRUE
               WHEN WS-NUMBER-TEXT = SPACES
                   AND WS-COUNT-TEXT = SPACES
                   CONTINUE
               WHEN FUNCTION TEST-NUMVAL(WS-NUMBER-TEXT) NOT = 0
                   MOVE "N" TO LK-STATUS
               WHEN FUNCTION TEST-NUMVAL(WS-COUNT-TEXT) NOT = 0
                   MOVE "N" TO LK-STATUS
               WHEN OTHER
                   COMPUTE WS-NUMBER-VALUE =
                       FUNCTION NUMVAL(WS-NUMBER-TEXT)
                   COMPUTE WS-COUNT-VALUE =
                       FUNCTION NUMVAL(WS-COUNT-TEXT)
           END-EVALUATE

           IF LK-STATUS = "Y"
               IF WS-COUNT-VALUE < 1
                   OR WS-COUNT-VALUE > MAX-PARTITIONS
                   OR WS-NUMBER-VALUE < 1
                   OR WS-NUMBER-VALUE > WS-COUNT-VALUE
                   MOVE "N" TO LK-STATUS
               END-IF
           END-IF

           IF LK-STATUS = "N"
               MOVE 0 TO LK-PARTITION-NUMBER
               MOVE 0 TO LK-PARTITION-COUNT
               DISPLAY "ERROR: PARTITION SETTINGS '"
                   WS-NUMBER-TEXT "' OF '" WS-COUNT-TEXT
                   "' ARE NOT A PARTITION OF 1 TO "
                   MAX-PARTITIONS
           ELSE
               MOVE WS-NUMBER-VALUE TO LK-PARTITION-NUMBER
               MOVE WS-COUNT-VALUE TO LK-PARTITION-COUNT
               IF LK-PARTITION-COUNT > 1
                   PERFORM TAKE-THE-SLICE
               END-IF
           END-IF.

           GOBACK.

      *> the width is rounded up, so the partitions between them
      *> always cover the book's whole id range.
       TAKE-THE-SLICE.

           MOVE 0 TO WS-MIN-POLICY-ID
           MOVE 0 TO WS-MAX-POLICY-ID

           EXEC SQL
               SELECT COALESCE(MIN(policy_id), 0),
                   COALESCE(MAX(policy_id), 0)
               INTO :WS-MIN-POLICY-ID, :WS-MAX-POLICY-ID
               FROM policy_master
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR READING THE POLICY ID RANGE - "
                   SQL-ERROR-MESSAGE
               MOVE "N" TO LK-STATUS
           ELSE
               COMPUTE WS-RANGE-WIDTH =
                   (WS-MAX-POLICY-ID - WS-MIN-POLICY-ID)
                       / LK-PARTITION-COUNT + 1

               IF LK-PARTITION-NUMBER > 1
                   COMPUTE LK-LOW-ID = WS-MIN-POLICY-ID
                       + (LK-PARTITION-NUMBER - 1) * WS-RANGE-WIDTH
               END-IF

               IF LK-PARTITION-NUMBER < LK-PARTITION-COUNT
                   COMPUTE LK-HIGH-ID = WS-MIN-POLICY-ID
                       + LK-PARTITION-NUMBER * WS-RANGE-WIDTH - 1
               END-IF

               DISPLAY "PARTITION " LK-PARTITION-NUMBER " OF "
                   LK-PARTITION-COUNT " - POLICY IDS " LK-LOW-ID
                   " TO " LK-HIGH-ID
           END-IF.
