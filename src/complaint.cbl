       01 WS-DEADLINE-JULIAN    PIC 9(7).
       01 WS-DAYS-LEFT          PIC S9(7).

       01 WS-CONTACT-CLAIM-ID   PIC 9(9) VALUE 0.
       01 WS-CONTACT-CHANNEL    PIC X(01).
       01 WS-CONTACT-REASON     PIC X(04) VALUE "CMPL".
       01 WS-CONTACT-NOTE       PIC X(200).
       01 WS-CONTACT-STATUS     PIC X(01).

      *> a new complaint gets a re-review on the diary at the point
      *> the aging pass would escalate it; the entry waits
      *> unassigned until an owner is named, then moves to them.
       01 WS-DIARY-ACTION       PIC X(01).
       01 WS-DIARY-ID           PIC 9(9).
       01 WS-DIARY-SUBJECT      PIC X(01) VALUE "P".
       01 WS-DIARY-EMP-ID       PIC 9(9) VALUE 0.
       01 WS-DIARY-TO-EMP-ID    PIC 9(9).
       01 WS-DIARY-DUE          PIC X(10).
       01 WS-DIARY-TASK         PIC X(60).
       01 WS-DIARY-STATUS       PIC X(01).

       01 OPEN-COUNT            PIC 9(7) VALUE 0.
       01 ESCALATED-COUNT       PIC 9(7) VALUE 0.

       01 LK-CATEGORY           PIC X(20).
       01 LK-OWNER-ID           PIC 9(9).
       01 LK-CLOSURE-CODE       PIC X(04).
      *> how the complaint reached us, for the contact history -
      *> blank takes the usual channel for the source: a regulator
      *> referral, the agent, or a phone call from the insured.
       01 LK-CHANNEL            PIC X(01).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-COMPLAINT-ID
           LK-CUSTOMER-ID LK-POLICY-ID LK-SOURCE LK-CATEGORY
           LK-OWNER-ID LK-CLOSURE-CODE LK-CHANNEL LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

                           LK-CATEGORY ") - RESPONSE DUE "
                           WS-DEADLINE
                       SET LK-STATUS-OK TO TRUE
                       PERFORM LOG-COMPLAINT-CONTACT
                       PERFORM WRITE-REVIEW-DIARY
                   ELSE
                       MOVE SQLCODE TO SQL-ERROR-CODE
                       CALL "SQLMSG" USING SQL-ERROR-CODE
                   END-IF
           END-EVALUATE.

      *> the intake is a contact like any other - it lands in the
      *> customer's contact history so the next agent sees it.
       LOG-COMPLAINT-CONTACT.

           MOVE LK-CHANNEL TO WS-CONTACT-CHANNEL
           IF WS-CONTACT-CHANNEL = SPACE
               EVALUATE LK-SOURCE
                   WHEN "D"
                       MOVE "R" TO WS-CONTACT-CHANNEL
                   WHEN "G"
                       MOVE "A" TO WS-CONTACT-CHANNEL
                   WHEN OTHER
                       MOVE "P" TO WS-CONTACT-CHANNEL
               END-EVALUATE
           END-IF

           MOVE SPACES TO WS-CONTACT-NOTE
           STRING "COMPLAINT " LK-COMPLAINT-ID " FILED - "
               LK-CATEGORY " - RESPONSE DUE " WS-DEADLINE
               DELIMITED BY SIZE INTO WS-CONTACT-NOTE

           CALL "CONTACTLOG" USING LK-CUSTOMER-ID LK-POLICY-ID
               WS-CONTACT-CLAIM-ID WS-CONTACT-CHANNEL
               WS-CONTACT-REASON WS-CONTACT-NOTE WS-CONTACT-STATUS

           IF WS-CONTACT-STATUS NOT = "Y"
               DISPLAY "WARNING: COMPLAINT " LK-COMPLAINT-ID
                   " NOT ADDED TO CONTACT HISTORY"
           END-IF.

       WRITE-REVIEW-DIARY.

           COMPUTE WS-DUE-JULIAN =
               WS-TODAY-JULIAN + WS-RESPONSE-DAYS
               - ESCALATE-WITHIN-DAYS
           IF WS-DUE-JULIAN < WS-TODAY-JULIAN
               MOVE WS-TODAY-JULIAN TO WS-DUE-JULIAN
           END-IF
           COMPUTE WS-DUE-8 = FUNCTION DATE-OF-INTEGER
               (WS-DUE-JULIAN)
           MOVE SPACES TO WS-DIARY-DUE
           STRING WS-DUE-8(1:4) "-" WS-DUE-8(5:2) "-"
               WS-DUE-8(7:2) DELIMITED BY SIZE
               INTO WS-DIARY-DUE

           MOVE SPACES TO WS-DIARY-TASK
           STRING "RE-REVIEW BEFORE RESPONSE DUE " WS-DEADLINE
               DELIMITED BY SIZE INTO WS-DIARY-TASK

           MOVE "A" TO WS-DIARY-ACTION
           MOVE 0 TO WS-DIARY-TO-EMP-ID

           CALL "DIARY" USING WS-DIARY-ACTION WS-DIARY-ID
               WS-DIARY-SUBJECT LK-COMPLAINT-ID WS-DIARY-EMP-ID
               WS-DIARY-TO-EMP-ID WS-DIARY-DUE WS-DIARY-TASK
               WS-DIARY-STATUS

           IF WS-DIARY-STATUS NOT = "Y"
               DISPLAY "WARNING: NO REVIEW DIARY FOR COMPLAINT "
                   LK-COMPLAINT-ID
           END-IF.

       COMPUTE-THE-DEADLINE.

           MOVE DEFAULT-RESPONSE-DAYS TO WS-RESPONSE-DAYS
               DISPLAY "COMPLAINT " LK-COMPLAINT-ID " OWNED BY "
                   LK-OWNER-ID
               SET LK-STATUS-OK TO TRUE

               MOVE "R" TO WS-DIARY-ACTION
               MOVE LK-OWNER-ID TO WS-DIARY-TO-EMP-ID
               CALL "DIARY" USING WS-DIARY-ACTION WS-DIARY-ID
                   WS-DIARY-SUBJECT LK-COMPLAINT-ID WS-DIARY-EMP-ID
                   WS-DIARY-TO-EMP-ID WS-DIARY-DUE WS-DIARY-TASK
                   WS-DIARY-STATUS
           ELSE
               DISPLAY "ERROR: COMPLAINT " LK-COMPLAINT-ID
                   " IS NOT OPEN"
