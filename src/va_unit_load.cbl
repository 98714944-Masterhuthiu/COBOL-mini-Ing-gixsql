       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAUNITLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the fund managers' daily unit-value feed, one fund per
      *> line, comma-delimited the same way the FX rates feed is -
      *> "EQIDX01,12.345678,2026-08-22".
           SELECT UNITS-INPUT-FILE ASSIGN TO "VA_UNIT_VALUES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNITS-INPUT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  UNITS-INPUT-FILE.
       01  UNITS-INPUT-RECORD   PIC X(40).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-UNITS-INPUT-STATUS PIC X(02).
           88 UNITS-INPUT-OK        VALUE "00".
           88 UNITS-INPUT-NOT-FOUND VALUE "35".

       01 WS-IN-FUND-CODE       PIC X(08).
       01 WS-IN-UNIT-VALUE      PIC X(14).
       01 WS-IN-VALUE-DATE      PIC X(10).

       01 WS-FUND-CODE          PIC X(08).
       01 WS-UNIT-VALUE         PIC 9(5)V9(6).
       01 WS-VALUE-DATE         PIC X(10).
       01 WS-FUND-STATUS        PIC X(01).
       01 WS-EXISTING-COUNT     PIC 9(7).

       01 RECORD-COUNT          PIC 9(7) VALUE 0.
       01 LOADED-COUNT          PIC 9(7) VALUE 0.
       01 REJECTED-COUNT        PIC 9(7) VALUE 0.

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

       PROCEDURE DIVISION.

           DISPLAY "=== DAILY FUND UNIT VALUE LOAD ===".

           OPEN INPUT UNITS-INPUT-FILE

           IF UNITS-INPUT-NOT-FOUND
               DISPLAY "NO UNIT VALUE FILE - NOTHING TO LOAD"
           ELSE
               PERFORM READ-AND-LOAD-UNIT-VALUE
                   UNTIL WS-EOF

               CLOSE UNITS-INPUT-FILE

               EXEC SQL COMMIT END-EXEC
           END-IF.

           DISPLAY "RECORDS READ       : " RECORD-COUNT.
           DISPLAY "UNIT VALUES LOADED : " LOADED-COUNT.
           DISPLAY "REJECTED           : " REJECTED-COUNT.
           DISPLAY "=== UNIT VALUE LOAD COMPLETE ===".

           STOP RUN.

       READ-AND-LOAD-UNIT-VALUE.

           READ UNITS-INPUT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORD-COUNT
                   PERFORM LOAD-ONE-UNIT-VALUE
           END-READ.

      *> a fund missing from the master, or closed, is rejected
      *> rather than loaded - a unit value nobody can allocate to
      *> is a feed error, not a new fund.
       LOAD-ONE-UNIT-VALUE.

           MOVE SPACES TO WS-IN-FUND-CODE
           MOVE SPACES TO WS-IN-UNIT-VALUE
           MOVE SPACES TO WS-IN-VALUE-DATE

           UNSTRING UNITS-INPUT-RECORD DELIMITED BY ","
               INTO WS-IN-FUND-CODE WS-IN-UNIT-VALUE
                   WS-IN-VALUE-DATE
           END-UNSTRING

           MOVE SPACES TO WS-FUND-STATUS

           IF WS-IN-FUND-CODE NOT = SPACES
               MOVE WS-IN-FUND-CODE TO WS-FUND-CODE
               EXEC SQL
                   SELECT fund_status INTO :WS-FUND-STATUS
                   FROM va_funds
                   WHERE fund_code = :WS-FUND-CODE
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE SPACES TO WS-FUND-STATUS
               END-IF
           END-IF

           IF WS-IN-FUND-CODE = SPACES
               OR WS-IN-VALUE-DATE = SPACES
               OR FUNCTION TEST-NUMVAL(WS-IN-UNIT-VALUE) NOT = 0
               OR WS-FUND-STATUS NOT = "A"
               ADD 1 TO REJECTED-COUNT
               DISPLAY "REJECTED UNIT VALUE LINE: "
                   UNITS-INPUT-RECORD(1:30)
           ELSE
               COMPUTE WS-UNIT-VALUE =
                   FUNCTION NUMVAL(WS-IN-UNIT-VALUE)
               MOVE WS-IN-VALUE-DATE TO WS-VALUE-DATE
               PERFORM STORE-ONE-UNIT-VALUE
           END-IF.

      *> one unit value per fund per valuation date - a resent
      *> feed replaces the day's value instead of stacking a
      *> duplicate.
       STORE-ONE-UNIT-VALUE.

           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTING-COUNT
               FROM va_unit_values
               WHERE fund_code = :WS-FUND-CODE
                   AND value_date = :WS-VALUE-DATE
           END-EXEC

           IF WS-EXISTING-COUNT > 0
               EXEC SQL
                   UPDATE va_unit_values
                   SET unit_value = :WS-UNIT-VALUE
                   WHERE fund_code = :WS-FUND-CODE
                       AND value_date = :WS-VALUE-DATE
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO va_unit_values
                   (fund_code, unit_value, value_date)
                   VALUES
                   (:WS-FUND-CODE, :WS-UNIT-VALUE, :WS-VALUE-DATE)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               ADD 1 TO LOADED-COUNT
               DISPLAY "UNIT VALUE " WS-FUND-CODE " " WS-UNIT-VALUE
                   " ON " WS-VALUE-DATE
           ELSE
               ADD 1 TO REJECTED-COUNT
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR STORING UNIT VALUE " WS-FUND-CODE
                   " - " SQL-ERROR-MESSAGE
           END-IF.
