       IDENTIFICATION DIVISION.
       PROGRAM-ID. XMITLOG.

      *> the transmission log - every file we hand to another party,
      *> who it went to, its record count and hash total, when it
      *> went and by when the other side owes us an acknowledgement.
      *> XMITACK matches their acknowledgement or reject back onto
      *> the row; OPSREPORT lists whatever is still waiting past its
      *> turnaround. A cataloged generation is marked transmitted in
      *> OUTGEN as it is logged, so the day's run cannot be redone
      *> over a file the other side already holds.
      *> Ack status: P pending, A acknowledged, D acknowledged with
      *> counts that disagree with what we sent, R rejected.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/outgen.cpy".

      *> who receives each file, and how many hours they are given
      *> to acknowledge it - a file with no entry here is internal
      *> and is never logged. Same table-in-working-storage shape as
      *> CORRFORMAT's letter templates.
       01 DESTINATION-TABLE.
           02 DESTINATION-ENTRY OCCURS 30 TIMES
                   INDEXED BY XD-IDX.
               03 XD-BASE-NAME        PIC X(40).
               03 XD-DESTINATION      PIC X(10).
               03 XD-TURNAROUND-HOURS PIC 9(4).

       01 WS-BASE-NAME          PIC X(40).
       01 WS-FILE-NAME          PIC X(60).
       01 WS-DESTINATION        PIC X(10).
       01 WS-TURNAROUND-HOURS   PIC 9(4).
       01 WS-GENERATION-ID      PIC 9(9).
       01 WS-RECORD-COUNT       PIC 9(9).
       01 WS-HASH-TOTAL         PIC 9(13)V99.
       01 WS-XMIT-ID            PIC 9(9).

       LINKAGE SECTION.

      *> "S" logs one file as sent.
       01 LK-ACTION             PIC X(01).
           88 LK-LOG-SEND          VALUE "S".
       01 LK-BASE-NAME          PIC X(40).
       01 LK-FILE-NAME          PIC X(60).
       01 LK-GENERATION-ID      PIC 9(9).
       01 LK-RECORD-COUNT       PIC 9(9).
       01 LK-HASH-TOTAL         PIC 9(13)V99.
       01 LK-XMIT-ID            PIC 9(9).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".
           88 LK-NO-DESTINATION    VALUE "U".

       PROCEDURE DIVISION USING LK-ACTION LK-BASE-NAME
           LK-FILE-NAME LK-GENERATION-ID LK-RECORD-COUNT
           LK-HASH-TOTAL LK-XMIT-ID LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE
           MOVE 0 TO LK-XMIT-ID

           PERFORM LOAD-DESTINATIONS

           EVALUATE TRUE
               WHEN LK-LOG-SEND
                   PERFORM LOG-ONE-SEND
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN TRANSMISSION ACTION "
                       LK-ACTION
           END-EVALUATE.

           GOBACK.

       LOAD-DESTINATIONS.

           MOVE "ACH_DEBITS.ACH" TO XD-BASE-NAME(1)
           MOVE "BANK" TO XD-DESTINATION(1)
           MOVE 24 TO XD-TURNAROUND-HOURS(1)
           MOVE "ACH_PAYMENTS.ACH" TO XD-BASE-NAME(2)
           MOVE "BANK" TO XD-DESTINATION(2)
           MOVE 24 TO XD-TURNAROUND-HOURS(2)
           MOVE "DEBIT_EXTRACT.TXT" TO XD-BASE-NAME(3)
           MOVE "BANK" TO XD-DESTINATION(3)
           MOVE 24 TO XD-TURNAROUND-HOURS(3)
           MOVE "PAYMENT_FILE.TXT" TO XD-BASE-NAME(4)
           MOVE "BANK" TO XD-DESTINATION(4)
           MOVE 24 TO XD-TURNAROUND-HOURS(4)
           MOVE "POSPAY_ISSUE.TXT" TO XD-BASE-NAME(5)
           MOVE "BANK" TO XD-DESTINATION(5)
           MOVE 24 TO XD-TURNAROUND-HOURS(5)
           MOVE "POSPAY_VOIDS.TXT" TO XD-BASE-NAME(6)
           MOVE "BANK" TO XD-DESTINATION(6)
           MOVE 24 TO XD-TURNAROUND-HOURS(6)
           MOVE "POSPAY_DECISIONS.TXT" TO XD-BASE-NAME(7)
           MOVE "BANK" TO XD-DESTINATION(7)
           MOVE 8 TO XD-TURNAROUND-HOURS(7)
           MOVE "PROVIDER_REMIT.TXT" TO XD-BASE-NAME(8)
           MOVE "PROVIDERS" TO XD-DESTINATION(8)
           MOVE 72 TO XD-TURNAROUND-HOURS(8)
           MOVE "REINS_EXTRACT.TXT" TO XD-BASE-NAME(9)
           MOVE "REINSURER" TO XD-DESTINATION(9)
           MOVE 120 TO XD-TURNAROUND-HOURS(9)
           MOVE "REINS_RECOVERY.TXT" TO XD-BASE-NAME(10)
           MOVE "REINSURER" TO XD-DESTINATION(10)
           MOVE 120 TO XD-TURNAROUND-HOURS(10)
           MOVE "GL_EXTRACT.TXT" TO XD-BASE-NAME(11)
           MOVE "FINANCE" TO XD-DESTINATION(11)
           MOVE 24 TO XD-TURNAROUND-HOURS(11)
           MOVE "TAX_EXTRACT.TXT" TO XD-BASE-NAME(12)
           MOVE "IRS" TO XD-DESTINATION(12)
           MOVE 168 TO XD-TURNAROUND-HOURS(12)
           MOVE "NEC_EXTRACT.TXT" TO XD-BASE-NAME(13)
           MOVE "IRS" TO XD-DESTINATION(13)
           MOVE 168 TO XD-TURNAROUND-HOURS(13)
           MOVE "AML_CASH_REPORT.TXT" TO XD-BASE-NAME(14)
           MOVE "FINCEN" TO XD-DESTINATION(14)
           MOVE 168 TO XD-TURNAROUND-HOURS(14)
           MOVE "PREMTAX_DETAIL.TXT" TO XD-BASE-NAME(15)
           MOVE "STATEDOI" TO XD-DESTINATION(15)
           MOVE 168 TO XD-TURNAROUND-HOURS(15)
           MOVE "MLR_FILING.TXT" TO XD-BASE-NAME(16)
           MOVE "STATEDOI" TO XD-DESTINATION(16)
           MOVE 168 TO XD-TURNAROUND-HOURS(16)
           MOVE "ESCHEAT_REMIT.TXT" TO XD-BASE-NAME(17)
           MOVE "STATEUP" TO XD-DESTINATION(17)
           MOVE 168 TO XD-TURNAROUND-HOURS(17)
           MOVE "WH_POLICIES.TXT" TO XD-BASE-NAME(18)
           MOVE "WAREHOUSE" TO XD-DESTINATION(18)
           MOVE 12 TO XD-TURNAROUND-HOURS(18)
           MOVE "WH_CLAIMS.TXT" TO XD-BASE-NAME(19)
           MOVE "WAREHOUSE" TO XD-DESTINATION(19)
           MOVE 12 TO XD-TURNAROUND-HOURS(19)
           MOVE "WH_INVOICES.TXT" TO XD-BASE-NAME(20)
           MOVE "WAREHOUSE" TO XD-DESTINATION(20)
           MOVE 12 TO XD-TURNAROUND-HOURS(20)
           MOVE "WH_PAYMENTS.TXT" TO XD-BASE-NAME(21)
           MOVE "WAREHOUSE" TO XD-DESTINATION(21)
           MOVE 12 TO XD-TURNAROUND-HOURS(21)
           MOVE "WH_COMMISSIONS.TXT" TO XD-BASE-NAME(22)
           MOVE "WAREHOUSE" TO XD-DESTINATION(22)
           MOVE 12 TO XD-TURNAROUND-HOURS(22)
           MOVE "CRM_OUTBOUND.TXT" TO XD-BASE-NAME(23)
           MOVE "CRM" TO XD-DESTINATION(23)
           MOVE 4 TO XD-TURNAROUND-HOURS(23)
           MOVE "MIB_REPORT.TXT" TO XD-BASE-NAME(24)
           MOVE "MIB" TO XD-DESTINATION(24)
           MOVE 48 TO XD-TURNAROUND-HOURS(24)
           MOVE "MIB_INQUIRY.TXT" TO XD-BASE-NAME(25)
           MOVE "MIB" TO XD-DESTINATION(25)
           MOVE 48 TO XD-TURNAROUND-HOURS(25)
           MOVE "NCOA_OUT.TXT" TO XD-BASE-NAME(26)
           MOVE "NCOA" TO XD-DESTINATION(26)
           MOVE 72 TO XD-TURNAROUND-HOURS(26)
           MOVE "VALUATION_EXTRACT.TXT" TO XD-BASE-NAME(27)
           MOVE "ACTUARIAL" TO XD-DESTINATION(27)
           MOVE 48 TO XD-TURNAROUND-HOURS(27)
           MOVE "ID_CARD_FILE.TXT" TO XD-BASE-NAME(28)
           MOVE "CARDVENDOR" TO XD-DESTINATION(28)
           MOVE 72 TO XD-TURNAROUND-HOURS(28)
           MOVE "LETTERS_OUT.TXT" TO XD-BASE-NAME(29)
           MOVE "PRINTSHOP" TO XD-DESTINATION(29)
           MOVE 24 TO XD-TURNAROUND-HOURS(29)
           MOVE "EDELIVERY.TXT" TO XD-BASE-NAME(30)
           MOVE "EDELIVERY" TO XD-DESTINATION(30)
           MOVE 24 TO XD-TURNAROUND-HOURS(30).

       LOG-ONE-SEND.

           SET XD-IDX TO 1
           SEARCH DESTINATION-ENTRY
               AT END
                   SET LK-NO-DESTINATION TO TRUE
               WHEN XD-BASE-NAME(XD-IDX) = LK-BASE-NAME
                   MOVE XD-DESTINATION(XD-IDX) TO WS-DESTINATION
                   MOVE XD-TURNAROUND-HOURS(XD-IDX)
                       TO WS-TURNAROUND-HOURS
                   PERFORM RECORD-THE-SEND
           END-SEARCH.

       RECORD-THE-SEND.

           MOVE LK-BASE-NAME TO WS-BASE-NAME
           MOVE LK-FILE-NAME TO WS-FILE-NAME
           MOVE LK-GENERATION-ID TO WS-GENERATION-ID
           MOVE LK-RECORD-COUNT TO WS-RECORD-COUNT
           MOVE LK-HASH-TOTAL TO WS-HASH-TOTAL

           EXEC SQL
               INSERT INTO transmission_log
               (destination_code, base_name, file_name,
                   generation_id, record_count, hash_total,
                   sent_at, ack_due_at, ack_status)
               VALUES
               (:WS-DESTINATION, :WS-BASE-NAME, :WS-FILE-NAME,
                   :WS-GENERATION-ID, :WS-RECORD-COUNT,
                   :WS-HASH-TOTAL, CURRENT_TIMESTAMP,
                   CURRENT_TIMESTAMP
                       + (:WS-TURNAROUND-HOURS * INTERVAL '1 hour'),
                   'P')
               RETURNING xmit_id INTO :WS-XMIT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR LOGGING TRANSMISSION OF " WS-FILE-NAME
                   " - " SQL-ERROR-MESSAGE
           ELSE
               MOVE WS-XMIT-ID TO LK-XMIT-ID
               SET LK-STATUS-OK TO TRUE
               DISPLAY "SENT " WS-FILE-NAME " TO " WS-DESTINATION
                   " - ACK DUE IN " WS-TURNAROUND-HOURS " HOURS"

               IF WS-GENERATION-ID NOT = 0
                   MOVE "T" TO OUTGEN-ACTION
                   MOVE WS-GENERATION-ID TO OUTGEN-ID
                   CALL "OUTGEN" USING OUTGEN-ACTION OUTGEN-PROGRAM
                       OUTGEN-BASE-NAME OUTGEN-FILE-NAME OUTGEN-ID
                       OUTGEN-RECORD-COUNT OUTGEN-CONTROL-TOTAL
                       OUTGEN-STATUS
               END-IF
           END-IF.
