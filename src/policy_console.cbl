
       01 WS-RIDER-TYPE         PIC X(50).
       01 WS-REFUND-AMOUNT      PIC 9(7)V99.
       01 WS-CANCEL-REASON      PIC X(01).

       01 WS-DATE-OF-LOSS       PIC X(10).
       01 WS-AMOUNT-CLAIMED     PIC 9(7)V99.
       01 WS-PROVIDER-ID        PIC 9(9).
       01 WS-PROCEDURE-CODE     PIC X(08).
       01 WS-OTHER-PAID         PIC 9(7)V99.
       01 WS-MEMBER-ID          PIC 9(9).
       01 WS-CLAIM-ID           PIC 9(9).

       01 WS-EMPLOYEE-ID        PIC 9(9).
       01 WS-PAYABLE-ID         PIC 9(9).
       01 WS-APPROVER-ID        PIC 9(9).
       01 WS-APPROVE-REASON     PIC X(60).
       01 WS-CHANGE-ID          PIC 9(9).

       01 WS-CONTACT-CUSTOMER-ID PIC 9(9).
       01 WS-CONTACT-CHANNEL    PIC X(01).
       01 WS-CONTACT-REASON     PIC X(04).
       01 WS-CONTACT-NOTE       PIC X(200).

       01 WS-DIARY-ACTION       PIC X(01).
           88 DIARY-ADD             VALUE "A".
           88 DIARY-DONE            VALUE "D".
           88 DIARY-REASSIGN        VALUE "R".
       01 WS-DIARY-ID           PIC 9(9).
       01 WS-DIARY-SUBJECT      PIC X(01).
       01 WS-DIARY-SUBJECT-ID   PIC 9(9).
       01 WS-DIARY-TO-EMP-ID    PIC 9(9).
       01 WS-DIARY-DUE          PIC X(10).
       01 WS-DIARY-TASK         PIC X(60).

       01 WS-OPTION-ACTION      PIC X(01).
           88 OPTION-ELECT          VALUE "E".
           88 OPTION-ACCEPT         VALUE "A".
           88 OPTION-DECLINE        VALUE "D".
       01 WS-OPTION-METHOD      PIC X(01).
       01 WS-OPTION-STEP        PIC 9(2)V99.
       01 WS-OFFER-ID           PIC 9(9).

      *> the signed-on operator and their role - every transaction
      *> below checks the role before it runs, and the operator id
           DISPLAY "6 - DECLARATIONS PAGE"
           DISPLAY "7 - COMMISSION STATEMENT"
           DISPLAY "8 - REVIEW PENDING PAYABLE"
           DISPLAY "9 - REQUEST ID CARD REPRINT"
           DISPLAY "C - LOG CUSTOMER CONTACT"
           DISPLAY "D - DIARY ENTRY"
           DISPLAY "I - INCREASE OPTION / OFFER REPLY"
           DISPLAY "A - REVIEW PENDING BANK/ADDRESS CHANGE"
           DISPLAY "0 - EXIT"
           DISPLAY "SELECT TRANSACTION: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
                   PERFORM CONSOLE-COMMISSION
               WHEN WS-MENU-CHOICE = "8"
                   PERFORM CONSOLE-REVIEW-PAYABLE
               WHEN WS-MENU-CHOICE = "9"
                   PERFORM CONSOLE-ID-CARD-REPRINT
               WHEN WS-MENU-CHOICE = "C"
                   PERFORM CONSOLE-LOG-CONTACT
               WHEN WS-MENU-CHOICE = "D"
                   PERFORM CONSOLE-DIARY
               WHEN WS-MENU-CHOICE = "I"
                   PERFORM CONSOLE-INCREASE-OPTION
               WHEN WS-MENU-CHOICE = "A"
                   PERFORM CONSOLE-REVIEW-CHANGE
               WHEN WS-MENU-CHOICE = "0"
                   CONTINUE
               WHEN OTHER
               WS-PASSCODE WS-OPERATOR-ROLE WS-SIGNON-STATUS.

      *> inquiry sees, service services, only a supervisor cancels
      *> a policy, approves a big payable or decides a bank or
      *> address change - cancellations and beneficiary-adjacent
      *> money movement are exactly where internal fraud happens,
      *> so they take the senior role.
      *> Whoever answers the phone logs the call, whatever role.
       CHECK-ROLE-PERMITS.

           SET TXN-REFUSED TO TRUE
               WHEN WS-MENU-CHOICE = "0"
                   SET TXN-PERMITTED TO TRUE
               WHEN WS-MENU-CHOICE = "6" OR WS-MENU-CHOICE = "7"
                   OR WS-MENU-CHOICE = "C"
                   SET TXN-PERMITTED TO TRUE
               WHEN WS-MENU-CHOICE = "4" OR WS-MENU-CHOICE = "8"
                   OR WS-MENU-CHOICE = "A"
                   IF ROLE-SUPERVISOR
                       SET TXN-PERMITTED TO TRUE
                   END-IF
           PERFORM PROMPT-POLICY-ID

           IF WS-POLICY-ID > 0
      *>       anything but a non-payment cancellation is taken as
      *>       the policyholder's own request
               DISPLAY "REASON (R=REQUESTED, N=NON-PAYMENT): "
                   WITH NO ADVANCING
               ACCEPT WS-CANCEL-REASON
               IF WS-CANCEL-REASON NOT = "N"
                   MOVE "R" TO WS-CANCEL-REASON
               END-IF

               CALL "CANCELPOLICY" USING WS-POLICY-ID
                   WS-REFUND-AMOUNT WS-CANCEL-REASON WS-CALL-STATUS
               MOVE "CANCELPOLICY" TO WS-TXN-NAME
               PERFORM SHOW-AND-LOG-RESULT
           END-IF.
               ELSE
                   MOVE 0 TO WS-OTHER-PAID
               END-IF
               DISPLAY "MEMBER TREATED (0 = SUBSCRIBER): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-IN-TEXT
               ACCEPT WS-IN-TEXT
               IF WS-IN-TEXT(1:9) IS NUMERIC
                   MOVE WS-IN-TEXT(1:9) TO WS-MEMBER-ID
               ELSE
                   MOVE 0 TO WS-MEMBER-ID
               END-IF

               CALL "CLAIMSPROCESSOR" USING WS-POLICY-ID
                   WS-DATE-OF-LOSS WS-AMOUNT-CLAIMED
                   WS-COVERAGE-TYPE WS-PROVIDER-ID
                   WS-PROCEDURE-CODE WS-OTHER-PAID WS-MEMBER-ID
                   WS-CLAIM-ID WS-CALL-STATUS
               MOVE "CLAIMSPROCESSOR" TO WS-TXN-NAME
               PERFORM SHOW-AND-LOG-RESULT
           END-IF.
               PERFORM SHOW-AND-LOG-RESULT
           END-IF.

      *> the pending bank mandate and address changes, listed the
      *> same way as pending payables - CHANGEAPPROVE itself refuses
      *> a decision by the operator who requested the change.
       CONSOLE-REVIEW-CHANGE.

           MOVE 0 TO WS-POLICY-ID
           MOVE "L" TO WS-APPROVE-ACTION
           MOVE 0 TO WS-CHANGE-ID
           MOVE SPACES TO WS-APPROVE-REASON
           CALL "CHANGEAPPROVE" USING WS-APPROVE-ACTION
               WS-CHANGE-ID WS-APPROVE-REASON WS-CALL-STATUS

           DISPLAY "CHANGE ID (0 = NONE): " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-TEXT
           ACCEPT WS-IN-TEXT
           IF WS-IN-TEXT(1:9) IS NUMERIC
               MOVE WS-IN-TEXT(1:9) TO WS-CHANGE-ID
           ELSE
               MOVE 0 TO WS-CHANGE-ID
           END-IF

           IF WS-CHANGE-ID > 0
               DISPLAY "APPROVE OR REJECT (A/R): "
                   WITH NO ADVANCING
               ACCEPT WS-APPROVE-ACTION
               DISPLAY "REASON: " WITH NO ADVANCING
               ACCEPT WS-APPROVE-REASON

               CALL "CHANGEAPPROVE" USING WS-APPROVE-ACTION
                   WS-CHANGE-ID WS-APPROVE-REASON WS-CALL-STATUS
               MOVE "CHANGEAPPROVE" TO WS-TXN-NAME
               PERFORM SHOW-AND-LOG-RESULT
           END-IF.

      *> the reprint only queues - the cards themselves come out of
      *> the next IDCARDBATCH run with everyone else's.
       CONSOLE-ID-CARD-REPRINT.

           PERFORM PROMPT-POLICY-ID

           IF WS-POLICY-ID > 0
               CALL "IDCARDREQ" USING WS-POLICY-ID WS-CALL-STATUS
               MOVE "IDCARDREQ" TO WS-TXN-NAME
               PERFORM SHOW-AND-LOG-RESULT
           END-IF.

      *> the call the operator just took goes into the customer's
      *> contact history - a policy or claim number is enough when
      *> the caller has no customer number to hand.
       CONSOLE-LOG-CONTACT.

           DISPLAY "CUSTOMER ID (0 = FROM POLICY/CLAIM): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-IN-TEXT
           ACCEPT WS-IN-TEXT
           IF WS-IN-TEXT(1:9) IS NUMERIC
               MOVE WS-IN-TEXT(1:9) TO WS-CONTACT-CUSTOMER-ID
           ELSE
               MOVE 0 TO WS-CONTACT-CUSTOMER-ID
           END-IF

           DISPLAY "POLICY ID (0 = NONE): " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-TEXT
           ACCEPT WS-IN-TEXT
           IF WS-IN-TEXT(1:9) IS NUMERIC
               MOVE WS-IN-TEXT(1:9) TO WS-POLICY-ID
           ELSE
               MOVE 0 TO WS-POLICY-ID
           END-IF

           DISPLAY "CLAIM ID (0 = NONE): " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-TEXT
           ACCEPT WS-IN-TEXT
           IF WS-IN-TEXT(1:9) IS NUMERIC
               MOVE WS-IN-TEXT(1:9) TO WS-CLAIM-ID
           ELSE
               MOVE 0 TO WS-CLAIM-ID
           END-IF

           DISPLAY "CHANNEL (P/E/L/W/C/A/R): " WITH NO ADVANCING
           ACCEPT WS-CONTACT-CHANNEL
           DISPLAY "REASON (BILL/PAYM/CLAM/CHNG/BENE/ADDR/CANC/"
               "LOAN/TAXF/DOCS/CMPL/OTHR): " WITH NO ADVANCING
           ACCEPT WS-CONTACT-REASON
           DISPLAY "NOTE: " WITH NO ADVANCING
           MOVE SPACES TO WS-CONTACT-NOTE
           ACCEPT WS-CONTACT-NOTE

           CALL "CONTACTLOG" USING WS-CONTACT-CUSTOMER-ID
               WS-POLICY-ID WS-CLAIM-ID WS-CONTACT-CHANNEL
               WS-CONTACT-REASON WS-CONTACT-NOTE WS-CALL-STATUS
           MOVE "CONTACTLOG" TO WS-TXN-NAME
           PERFORM SHOW-AND-LOG-RESULT.

      *> a follow-up on the diary, ticked off when done, or - for a
      *> supervisor moving an employee's work - a whole desk's open
      *> entries handed to someone else.
       CONSOLE-DIARY.

           MOVE 0 TO WS-DIARY-ID
           MOVE SPACE TO WS-DIARY-SUBJECT
           MOVE 0 TO WS-DIARY-SUBJECT-ID
           MOVE 0 TO WS-EMPLOYEE-ID
           MOVE 0 TO WS-DIARY-TO-EMP-ID
           MOVE SPACES TO WS-DIARY-DUE
           MOVE SPACES TO WS-DIARY-TASK
           MOVE 0 TO WS-POLICY-ID

           DISPLAY "A=ADD, D=DONE, R=REASSIGN DESK: "
               WITH NO ADVANCING
           ACCEPT WS-DIARY-ACTION

           EVALUATE TRUE
               WHEN DIARY-ADD
                   PERFORM PROMPT-DIARY-ENTRY
               WHEN DIARY-DONE
                   DISPLAY "DIARY ID: " WITH NO ADVANCING
                   MOVE SPACES TO WS-IN-TEXT
                   ACCEPT WS-IN-TEXT
                   IF WS-IN-TEXT(1:9) IS NUMERIC
                       MOVE WS-IN-TEXT(1:9) TO WS-DIARY-ID
                   END-IF
               WHEN DIARY-REASSIGN
                   PERFORM PROMPT-DIARY-DESKS
           END-EVALUATE

           IF DIARY-REASSIGN AND NOT ROLE-SUPERVISOR
               DISPLAY "ONLY A SUPERVISOR MAY MOVE AN EMPLOYEE'S "
                   "DIARY"
           ELSE
               CALL "DIARY" USING WS-DIARY-ACTION WS-DIARY-ID
                   WS-DIARY-SUBJECT WS-DIARY-SUBJECT-ID
                   WS-EMPLOYEE-ID WS-DIARY-TO-EMP-ID WS-DIARY-DUE
                   WS-DIARY-TASK WS-CALL-STATUS
               MOVE "DIARY" TO WS-TXN-NAME
               PERFORM SHOW-AND-LOG-RESULT
           END-IF.

       PROMPT-DIARY-ENTRY.

           DISPLAY "ABOUT (L=CLAIM, A=APPLICATION, P=COMPLAINT, "
               "C=CUSTOMER): " WITH NO ADVANCING
           ACCEPT WS-DIARY-SUBJECT

           DISPLAY "ITS ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-TEXT
           ACCEPT WS-IN-TEXT
           IF WS-IN-TEXT(1:9) IS NUMERIC
               MOVE WS-IN-TEXT(1:9) TO WS-DIARY-SUBJECT-ID
           END-IF

           DISPLAY "ASSIGN TO EMPLOYEE (0 = WHOEVER HAS THE CASE): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-IN-TEXT
           ACCEPT WS-IN-TEXT
           IF WS-IN-TEXT(1:9) IS NUMERIC
               MOVE WS-IN-TEXT(1:9) TO WS-EMPLOYEE-ID
           END-IF

           DISPLAY "DUE DATE (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-DIARY-DUE
           DISPLAY "TASK: " WITH NO ADVANCING
           ACCEPT WS-DIARY-TASK.

       PROMPT-DIARY-DESKS.

           DISPLAY "FROM EMPLOYEE: " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-TEXT
           ACCEPT WS-IN-TEXT
           IF WS-IN-TEXT(1:9) IS NUMERIC
               MOVE WS-IN-TEXT(1:9) TO WS-EMPLOYEE-ID
           END-IF

           DISPLAY "TO EMPLOYEE: " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-TEXT
           ACCEPT WS-IN-TEXT
           IF WS-IN-TEXT(1:9) IS NUMERIC
               MOVE WS-IN-TEXT(1:9) TO WS-DIARY-TO-EMP-ID
           END-IF.

      *> the anniversary increase option from the desk -
      *> electing the option, or taking the customer's yes or no
      *> to an anniversary offer off the letter's offer number.
       CONSOLE-INCREASE-OPTION.

           MOVE 0 TO WS-POLICY-ID
           MOVE SPACE TO WS-OPTION-METHOD
           MOVE 0 TO WS-OPTION-STEP
           MOVE 0 TO WS-OFFER-ID

           DISPLAY "E=ELECT OPTION, A=ACCEPT OFFER, D=DECLINE OFFER: "
               WITH NO ADVANCING
           ACCEPT WS-OPTION-ACTION

           EVALUATE TRUE
               WHEN OPTION-ELECT
                   PERFORM PROMPT-POLICY-ID
                   DISPLAY "METHOD (C=CPI, F=FIXED STEP): "
                       WITH NO ADVANCING
                   ACCEPT WS-OPTION-METHOD
                   IF WS-OPTION-METHOD = "F"
                       DISPLAY "STEP PERCENT: " WITH NO ADVANCING
                       PERFORM PROMPT-AMOUNT
                       MOVE WS-PREMIUM TO WS-OPTION-STEP
                   END-IF
               WHEN OPTION-ACCEPT
               WHEN OPTION-DECLINE
                   DISPLAY "OFFER NUMBER: " WITH NO ADVANCING
                   MOVE SPACES TO WS-IN-TEXT
                   ACCEPT WS-IN-TEXT
                   IF WS-IN-TEXT(1:9) IS NUMERIC
                       MOVE WS-IN-TEXT(1:9) TO WS-OFFER-ID
                   END-IF
               WHEN OTHER
                   DISPLAY "UNKNOWN OPTION ACTION: " WS-OPTION-ACTION
           END-EVALUATE

           IF OPTION-ELECT OR OPTION-ACCEPT OR OPTION-DECLINE
               CALL "INCREASEOPTION" USING WS-OPTION-ACTION
                   WS-POLICY-ID WS-OPTION-METHOD WS-OPTION-STEP
                   WS-OFFER-ID WS-CALL-STATUS
               MOVE "INCREASEOPTION" TO WS-TXN-NAME
               PERFORM SHOW-AND-LOG-RESULT
           END-IF.

      *> one line to the operator, one row to the session log - so
      *> the complaints desk and the auditors can both see which
      *> transactions ran on which policies and how they ended.
