           88 APP-IN-REVIEW        VALUE "V".
           88 APP-APPROVED         VALUE "A".
           88 APP-DECLINED         VALUE "D".
           88 APP-AWAITING-FUNDS   VALUE "F".
           88 APP-WITHDRAWN        VALUE "X".

       01 WS-AGENT-ID           PIC 9(9).
       01 WS-POLICY-ID          PIC 9(9).
       01 WS-REQ-ACTION         PIC X(01).
       01 WS-REQ-TYPE           PIC X(20).
       01 WS-REQ-OUTSTANDING    PIC 9(3).
       01 WS-REQ-DOCUMENT-ID    PIC X(20) VALUE SPACES.
       01 WS-REQ-STATUS         PIC X(01).
           88 WS-REQ-OK            VALUE "Y".
           88 WS-REQ-FAILED        VALUE "N".
           88 WS-SCREEN-FAILED     VALUE "N".
       01 WS-OPEN-HOLDS         PIC 9(5).

       01 WS-MIB-ACTION         PIC X(01).
       01 WS-MIB-CODES          PIC X(40) VALUE SPACES.
       01 WS-MIB-HITS           PIC 9(3).
       01 WS-MIB-STATUS         PIC X(01).
           88 WS-MIB-OK            VALUE "Y".
           88 WS-MIB-FAILED        VALUE "N".

      *> the authority gate on a human approval - the engine's own
      *> auto-approvals stay inside its small-case limits and are
      *> not an underwriter's decision to check.
       01 WS-AUTH-ACTION        PIC X(01) VALUE "K".
       01 WS-AUTH-EMP-ID        PIC 9(9) VALUE 0.
       01 WS-AUTH-MAX-COVERAGE  PIC 9(9)V99 VALUE 0.
       01 WS-AUTH-CLASSES       PIC X(03) VALUE SPACES.
       01 WS-AUTH-STATUS        PIC X(01).
           88 WS-AUTH-OK           VALUE "Y".
           88 WS-AUTH-REFERRED     VALUE "N".
       01 WS-APPROVAL-SOURCE    PIC X(01) VALUE "U".
           88 APPROVAL-BY-ENGINE   VALUE "E".
           88 APPROVAL-BY-UNDERWRITER VALUE "U".

       01 WS-REPL-ACTION        PIC X(01).
       01 WS-REPL-POLICY-ID     PIC 9(9).
       01 WS-REPL-CARRIER       PIC X(60).
       01 WS-REPL-STATUS        PIC X(01).
           88 WS-REPL-OK           VALUE "Y".
           88 WS-REPL-FAILED       VALUE "N".

       01 WS-XFER-ACTION        PIC X(01).
       01 WS-XFER-ID            PIC 9(9).
       01 WS-XFER-TYPE          PIC X(01).
       01 WS-XFER-CARRIER       PIC X(60).
       01 WS-XFER-AMOUNT        PIC 9(9)V99.
       01 WS-XFER-BASIS         PIC 9(9)V99.
       01 WS-XFER-OUTSTANDING   PIC 9(3).
       01 WS-XFER-STATUS        PIC X(01).
           88 WS-XFER-OK           VALUE "Y".
           88 WS-XFER-FAILED       VALUE "N".

       LINKAGE SECTION.

      *> "I" files a new application, "W" takes it into review, "A"
      *> approves it (which is what actually issues the policy), "D"
      *> declines it. "F" issues an application that was approved
      *> while transfer money was still in flight, once APPTRANSFER
      *> has received the last of it. "X" withdraws it at the
      *> applicant's or agent's request before a policy issues.
       01 LK-ACTION             PIC X(01).
           88 LK-INTAKE            VALUE "I".
           88 LK-REVIEW            VALUE "W".
           88 LK-APPROVE           VALUE "A".
           88 LK-DECLINE           VALUE "D".
           88 LK-FUNDS-IN          VALUE "F".
           88 LK-WITHDRAW          VALUE "X".
       01 LK-APPLICATION-ID     PIC 9(9).
      *> the applicant's details, captured at intake and held on the
      *> application until an approval hands them to CREATE-POLICY.

           SET LK-STATUS-FAILED TO TRUE
           MOVE 0 TO LK-POLICY-ID
           SET APPROVAL-BY-UNDERWRITER TO TRUE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
                   PERFORM APPROVE-APPLICATION
               WHEN LK-DECLINE
                   PERFORM DECLINE-APPLICATION
               WHEN LK-FUNDS-IN
                   PERFORM ISSUE-FUNDED-APPLICATION
               WHEN LK-WITHDRAW
                   PERFORM WITHDRAW-APPLICATION
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN APPLICATION ACTION "
                       LK-ACTION
               DISPLAY "APPLICATION " LK-APPLICATION-ID " RECEIVED"
               PERFORM SCREEN-THE-APPLICANT
               PERFORM ORDER-UW-REQUIREMENTS
               PERFORM QUEUE-MIB-INQUIRY
               PERFORM DETECT-INTERNAL-REPLACEMENT
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
           MOVE 0 TO WS-REQ-OUTSTANDING
           CALL "UWREQUIREMENT" USING WS-REQ-ACTION
               LK-APPLICATION-ID LK-POLICY-TYPE LK-COVERAGE-AMOUNT
               WS-REQ-TYPE WS-REQ-OUTSTANDING WS-REQ-DOCUMENT-ID
               WS-REQ-STATUS

           IF WS-REQ-FAILED
               DISPLAY "WARNING: REQUIREMENTS NOT ORDERED FOR "
                   "APPLICATION " LK-APPLICATION-ID
           END-IF.

      *> the bureau check the underwriters used to make by hand -
      *> queued the moment the case files so MIBINQOUT sends it on
      *> the next run, and the answer is on file before anyone
      *> decides.
       QUEUE-MIB-INQUIRY.

           MOVE "Q" TO WS-MIB-ACTION
           CALL "MIBINQUIRY" USING WS-MIB-ACTION LK-APPLICATION-ID
               LK-CUSTOMER-NAME WS-MIB-CODES WS-MIB-HITS
               WS-MIB-STATUS

           IF WS-MIB-FAILED
               DISPLAY "WARNING: MIB INQUIRY NOT QUEUED FOR "
                   "APPLICATION " LK-APPLICATION-ID
           END-IF.

      *> new coverage for a customer who already holds the same kind
      *> of policy with us is a replacement until shown otherwise -
      *> APPREPLACE records it and orders the replacement notice.
      *> A replacement of another carrier's contract is the desk's
      *> to record through APPREPLACE once the applicant answers.
       DETECT-INTERNAL-REPLACEMENT.

           MOVE "D" TO WS-REPL-ACTION
           MOVE 0 TO WS-REPL-POLICY-ID
           MOVE SPACES TO WS-REPL-CARRIER
           CALL "APPREPLACE" USING WS-REPL-ACTION LK-APPLICATION-ID
               WS-REPL-POLICY-ID WS-REPL-CARRIER WS-REPL-STATUS

           IF WS-REPL-FAILED
               DISPLAY "WARNING: REPLACEMENT CHECK NOT RUN FOR "
                   "APPLICATION " LK-APPLICATION-ID
           END-IF.

      *> only a received application can be picked up for review -
      *> the guard in the WHERE keeps two underwriters from both
      *> pulling the same case.

           EVALUATE TRUE
               WHEN WS-AUTO-APPROVE
                   SET APPROVAL-BY-ENGINE TO TRUE
                   PERFORM APPROVE-APPLICATION
                   SET APPROVAL-BY-UNDERWRITER TO TRUE
               WHEN WS-AUTO-REFER
                   DISPLAY "APPLICATION " LK-APPLICATION-ID
                       " REFERRED TO UNDERWRITER"
      *> produced.
       APPROVE-APPLICATION.

           SET APP-IN-REVIEW TO TRUE
           PERFORM LOAD-APPLICATION

           IF SQLCODE NOT = 0
               DISPLAY "ERROR: APPLICATION " LK-APPLICATION-ID
                   " IS NOT IN REVIEW, CANNOT APPROVE"
           ELSE
               IF APPROVAL-BY-ENGINE
                   PERFORM CHECK-REQUIREMENTS-COMPLETE
               ELSE
                   PERFORM CHECK-APPROVAL-AUTHORITY
               END-IF
           END-IF.

      *> the case's working underwriter has to hold authority for
      *> its coverage and risk class - over it, UWAUTHORITY refers
      *> it up the supervisor chain and the approval stops here,
      *> for whoever it now sits with to approve.
       CHECK-APPROVAL-AUTHORITY.

           CALL "UWAUTHORITY" USING WS-AUTH-ACTION
               LK-APPLICATION-ID WS-AUTH-EMP-ID WS-AUTH-MAX-COVERAGE
               WS-AUTH-CLASSES WS-AUTH-STATUS

           IF WS-AUTH-OK
               PERFORM CHECK-REQUIREMENTS-COMPLETE
           ELSE
               DISPLAY "APPLICATION " LK-APPLICATION-ID
                   " NOT APPROVED - OUTSIDE THE UNDERWRITER'S "
                   "AUTHORITY"
           END-IF.

      *> the applicant's details as intake captured them, read only
      *> while the application is at the status the caller expects.
       LOAD-APPLICATION.

           EXEC SQL
               SELECT customer_name, policy_type, premium,
                   currency_code, start_date, payment_frequency,
                   :WS-RISK-CLASS
               FROM applications
               WHERE application_id = :LK-APPLICATION-ID
                   AND app_status = :WS-APP-STATUS
           END-EXEC.

      *> the evidence gate: an application with any ordered
      *> requirement still outstanding cannot be approved - the desk
           CALL "UWREQUIREMENT" USING WS-REQ-ACTION
               LK-APPLICATION-ID WS-POLICY-TYPE
               WS-COVERAGE-AMOUNT WS-REQ-TYPE WS-REQ-OUTSTANDING
               WS-REQ-DOCUMENT-ID WS-REQ-STATUS

           IF WS-REQ-OUTSTANDING > 0
               DISPLAY "ERROR: APPLICATION " LK-APPLICATION-ID
                   " HAS " WS-REQ-OUTSTANDING " UNDERWRITING "
                   "REQUIREMENTS OUTSTANDING - CANNOT APPROVE"
           ELSE
               PERFORM CHECK-TRANSFERS-FUNDED
           END-IF.

      *> the funding gate: an application paid for by 1035 exchange
      *> or rollover is approved on the underwriting, but the policy
      *> does not issue until the other carrier's money is in. It
      *> parks at "F" and APPTRANSFER issues it when the last
      *> transfer is received.
       CHECK-TRANSFERS-FUNDED.

           MOVE "C" TO WS-XFER-ACTION
           MOVE 0 TO WS-XFER-OUTSTANDING
           CALL "APPTRANSFER" USING WS-XFER-ACTION
               LK-APPLICATION-ID WS-XFER-ID WS-XFER-TYPE
               WS-XFER-CARRIER WS-XFER-AMOUNT WS-XFER-BASIS
               WS-XFER-OUTSTANDING WS-XFER-STATUS

           IF WS-XFER-OUTSTANDING > 0
               PERFORM PARK-AWAITING-FUNDS
           ELSE
               PERFORM ISSUE-APPROVED-POLICY
           END-IF.

       PARK-AWAITING-FUNDS.

           EXEC SQL
               UPDATE applications
               SET app_status = 'F',
                   decision_date = :WS-TODAY-DASH
               WHERE application_id = :LK-APPLICATION-ID
                   AND app_status = 'V'
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
               SET LK-STATUS-OK TO TRUE
               DISPLAY "APPLICATION " LK-APPLICATION-ID
                   " APPROVED - AWAITING " WS-XFER-OUTSTANDING
                   " TRANSFERS, POLICY NOT YET ISSUED"
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR RECORDING APPROVAL: " SQLCODE
                   " - " SQL-ERROR-MESSAGE
           END-IF.

      *> the money is in: the approval already stands, so this goes
      *> straight to issue - re-checking the transfers in case the
      *> call came from anywhere but the final receipt. The count
      *> is read here rather than through APPTRANSFER, which is the
      *> program calling in and still active.
       ISSUE-FUNDED-APPLICATION.

           SET APP-AWAITING-FUNDS TO TRUE
           PERFORM LOAD-APPLICATION

           IF SQLCODE NOT = 0
               DISPLAY "ERROR: APPLICATION " LK-APPLICATION-ID
                   " IS NOT AWAITING FUNDS, CANNOT ISSUE"
           ELSE
               MOVE 0 TO WS-XFER-OUTSTANDING
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-XFER-OUTSTANDING
                   FROM app_transfers
                   WHERE application_id = :LK-APPLICATION-ID
                       AND transfer_status = 'P'
               END-EXEC
               IF WS-XFER-OUTSTANDING > 0
                   DISPLAY "ERROR: APPLICATION " LK-APPLICATION-ID
                       " STILL AWAITING " WS-XFER-OUTSTANDING
                       " TRANSFERS, CANNOT ISSUE"
               ELSE
                   PERFORM ISSUE-APPROVED-POLICY
               END-IF
           END-IF.

       ISSUE-APPROVED-POLICY.

           CALL "CREATE-POLICY" USING WS-CUSTOMER-NAME
                   MOVE WS-POLICY-ID TO LK-POLICY-ID
                   SET LK-STATUS-OK TO TRUE
                   PERFORM STAMP-RISK-CLASS
                   PERFORM CARRY-TRANSFER-BASIS
                   DISPLAY "APPLICATION " LK-APPLICATION-ID
                       " APPROVED - POLICY " WS-POLICY-ID
                       " ISSUED"
                   "POLICY " WS-POLICY-ID
           END-IF.

      *> the received transfers follow the policy they funded - the
      *> cost basis they carried over is what TAXEXTRACT backs out
      *> of the taxable portion of the policy's later payouts.
       CARRY-TRANSFER-BASIS.

           EXEC SQL
               UPDATE app_transfers
               SET policy_id = :WS-POLICY-ID
               WHERE application_id = :LK-APPLICATION-ID
                   AND transfer_status = 'R'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "WARNING: TRANSFER BASIS NOT CARRIED TO "
                   "POLICY " WS-POLICY-ID
           END-IF.

       DECLINE-APPLICATION.

           EXEC SQL
               SET app_status = 'D',
                   decision_date = :WS-TODAY-DASH
               WHERE application_id = :LK-APPLICATION-ID
                   AND app_status IN ('R', 'V', 'F')
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
               DISPLAY "APPLICATION " LK-APPLICATION-ID " DECLINED"
               SET LK-STATUS-OK TO TRUE
      *>       money still in flight is no longer wanted - the desk
      *>       works the cancelled rows back with the other carrier
               EXEC SQL
                   UPDATE app_transfers
                   SET transfer_status = 'X'
                   WHERE application_id = :LK-APPLICATION-ID
                       AND transfer_status = 'P'
               END-EXEC
           ELSE
               DISPLAY "ERROR: APPLICATION " LK-APPLICATION-ID
                   " IS NOT OPEN, CANNOT DECLINE"
           END-IF.

      *> the applicant walked away before issue - not an underwriting
      *> decision, so it is kept apart from a decline, but the case
      *> closes and any transfer money in flight is unwound the
      *> same way.
       WITHDRAW-APPLICATION.

           EXEC SQL
               UPDATE applications
               SET app_status = 'X',
                   decision_date = :WS-TODAY-DASH
               WHERE application_id = :LK-APPLICATION-ID
                   AND app_status IN ('R', 'V', 'F')
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
               DISPLAY "APPLICATION " LK-APPLICATION-ID " WITHDRAWN"
               SET LK-STATUS-OK TO TRUE
               EXEC SQL
                   UPDATE app_transfers
                   SET transfer_status = 'X'
                   WHERE application_id = :LK-APPLICATION-ID
                       AND transfer_status = 'P'
               END-EXEC
           ELSE
               DISPLAY "ERROR: APPLICATION " LK-APPLICATION-ID
                   " IS NOT OPEN, CANNOT WITHDRAW"
           END-IF.
