       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDFRATEMAINT.

      *> maintains the interest rate premium deposit funds earn
      *> when their owner elected interest, one rate per calendar
      *> year - management declares it here and PREMDEPOSIT credits
      *> it on every fund movement. Same declare-and-read-back shape
      *> as ANNRATEMAINT.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-EXISTING-COUNT     PIC 9(7).
       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       LINKAGE SECTION.

      *> "D" declares the rate for LK-RATE-YEAR, "I" reads it back.
       01 LK-ACTION             PIC X(01).
           88 LK-DECLARE           VALUE "D".
           88 LK-INQUIRE           VALUE "I".
       01 LK-RATE-YEAR          PIC 9(4).
       01 LK-INTEREST-RATE      PIC 9V9999.
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-RATE-YEAR
           LK-INTEREST-RATE LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           EVALUATE TRUE
               WHEN LK-DECLARE
                   PERFORM DECLARE-THE-RATE
               WHEN LK-INQUIRE
                   PERFORM READ-BACK-THE-RATE
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN DEPOSIT FUND RATE ACTION "
                       LK-ACTION
           END-EVALUATE.

           GOBACK.

       DECLARE-THE-RATE.

           IF LK-INTEREST-RATE NOT > 0
               DISPLAY "ERROR: INTEREST RATE MUST BE POSITIVE"
           ELSE
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-EXISTING-COUNT
                   FROM pdf_declared_rates
                   WHERE rate_year = :LK-RATE-YEAR
               END-EXEC

               IF WS-EXISTING-COUNT > 0
                   EXEC SQL
                       UPDATE pdf_declared_rates
                       SET interest_rate = :LK-INTEREST-RATE,
                           declared_date = :WS-TODAY-DASH
                       WHERE rate_year = :LK-RATE-YEAR
                   END-EXEC
               ELSE
                   EXEC SQL
                       INSERT INTO pdf_declared_rates
                       (rate_year, interest_rate, declared_date)
                       VALUES
                       (:LK-RATE-YEAR, :LK-INTEREST-RATE,
                           :WS-TODAY-DASH)
                   END-EXEC
               END-IF

               IF SQLCODE = 0
                   DISPLAY "DEPOSIT FUND INTEREST RATE "
                       LK-INTEREST-RATE " DECLARED FOR "
                       LK-RATE-YEAR
                   SET LK-STATUS-OK TO TRUE
               ELSE
                   MOVE SQLCODE TO SQL-ERROR-CODE
                   CALL "SQLMSG" USING SQL-ERROR-CODE
                       SQL-ERROR-MESSAGE
                   DISPLAY "ERROR DECLARING RATE: " SQLCODE
                       " - " SQL-ERROR-MESSAGE
               END-IF
           END-IF.

       READ-BACK-THE-RATE.

           MOVE 0 TO LK-INTEREST-RATE

           EXEC SQL
               SELECT interest_rate INTO :LK-INTEREST-RATE
               FROM pdf_declared_rates
               WHERE rate_year = :LK-RATE-YEAR
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "DECLARED RATE FOR " LK-RATE-YEAR ": "
                   LK-INTEREST-RATE
               SET LK-STATUS-OK TO TRUE
           ELSE
               DISPLAY "NO DECLARED RATE FOR " LK-RATE-YEAR
           END-IF.
