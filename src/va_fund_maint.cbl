       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAFUNDMAINT.

      *> the fund master for the variable annuity: the investment
      *> sub-accounts an owner may allocate premium to or transfer
      *> between. A fund is never deleted - closing it ("C") stops
      *> new money and new unit values going in, while contracts
      *> already holding units keep them and keep being valued at
      *> the fund's last unit value.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-EXISTING-COUNT     PIC 9(7).

       LINKAGE SECTION.

      *> LK-FUND-STATUS "A" open to new money, "C" closed.
       01 LK-FUND-CODE          PIC X(08).
       01 LK-FUND-NAME          PIC X(40).
       01 LK-FUND-STATUS        PIC X(01).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-FUND-CODE LK-FUND-NAME
           LK-FUND-STATUS LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

           EVALUATE TRUE
               WHEN LK-FUND-CODE = SPACES
                   DISPLAY "ERROR: FUND CODE IS REQUIRED"
               WHEN LK-FUND-NAME = SPACES
                   DISPLAY "ERROR: FUND NAME IS BLANK"
               WHEN LK-FUND-STATUS NOT = "A"
                   AND LK-FUND-STATUS NOT = "C"
                   DISPLAY "ERROR: FUND STATUS MUST BE A OR C"
               WHEN OTHER
                   PERFORM STORE-ONE-FUND
           END-EVALUATE.

           GOBACK.

       STORE-ONE-FUND.

           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTING-COUNT
               FROM va_funds
               WHERE fund_code = :LK-FUND-CODE
           END-EXEC

           IF WS-EXISTING-COUNT > 0
               EXEC SQL
                   UPDATE va_funds
                   SET fund_name = :LK-FUND-NAME,
                       fund_status = :LK-FUND-STATUS
                   WHERE fund_code = :LK-FUND-CODE
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO va_funds
                   (fund_code, fund_name, fund_status)
                   VALUES
                   (:LK-FUND-CODE, :LK-FUND-NAME, :LK-FUND-STATUS)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               DISPLAY "FUND " LK-FUND-CODE " (" LK-FUND-STATUS
                   ") STORED"
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR STORING FUND - " SQL-ERROR-MESSAGE
           END-IF.
