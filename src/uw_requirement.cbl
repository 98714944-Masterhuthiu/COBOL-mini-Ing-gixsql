       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).
       01 ORDERED-COUNT         PIC 9(3).
       01 WS-DOCUMENT-COUNT     PIC 9(7).

      *> every requirement ordered gets a chase on the case's diary
      *> two weeks out - well inside UWREQCHASE's thirty-day line.
       01 CHASE-DIARY-DAYS      PIC 9(3) VALUE 14.
       01 WS-DUE-JULIAN         PIC 9(7).
       01 WS-DUE-8              PIC 9(8).

       01 WS-DIARY-ACTION       PIC X(01) VALUE "A".
       01 WS-DIARY-ID           PIC 9(9).
       01 WS-DIARY-SUBJECT      PIC X(01) VALUE "A".
       01 WS-DIARY-EMP-ID       PIC 9(9) VALUE 0.
       01 WS-DIARY-TO-EMP-ID    PIC 9(9) VALUE 0.
       01 WS-DIARY-DUE          PIC X(10).
       01 WS-DIARY-TASK         PIC X(60).
       01 WS-DIARY-STATUS       PIC X(01).

       LINKAGE SECTION.

      *> "O" orders the requirements a newly filed application
      *> attracts, "A" adds the one requirement named in
      *> LK-REQUIREMENT-TYPE whatever the rules say (an MIB hit),
      *> "R" marks one requirement type received, "C" counts what
      *> is still outstanding into LK-OUTSTANDING.
       01 LK-ACTION             PIC X(01).
           88 LK-ORDER             VALUE "O".
           88 LK-ADD-ONE           VALUE "A".
           88 LK-RECEIVE           VALUE "R".
           88 LK-COUNT-OPEN        VALUE "C".
       01 LK-APPLICATION-ID     PIC 9(9).
       01 LK-COVERAGE-AMOUNT    PIC 9(9)V99.
       01 LK-REQUIREMENT-TYPE   PIC X(20).
       01 LK-OUTSTANDING        PIC 9(3).
      *> on "R", the imaging document id of the evidence when it
      *> was scanned - spaces when it was not imaged.
       01 LK-DOCUMENT-ID        PIC X(20).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-APPLICATION-ID
           LK-POLICY-TYPE LK-COVERAGE-AMOUNT LK-REQUIREMENT-TYPE
           LK-OUTSTANDING LK-DOCUMENT-ID LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE
           MOVE 0 TO LK-OUTSTANDING
           EVALUATE TRUE
               WHEN LK-ORDER
                   PERFORM ORDER-CASE-REQUIREMENTS
               WHEN LK-ADD-ONE
                   PERFORM ADD-ONE-REQUIREMENT
               WHEN LK-RECEIVE
                   PERFORM RECEIVE-ONE-REQUIREMENT
               WHEN LK-COUNT-OPEN
                   ADD 1 TO ORDERED-COUNT
                   DISPLAY "  ORDERED " WS-REQUIREMENT
                       " FOR APPLICATION " LK-APPLICATION-ID
                   PERFORM WRITE-CHASE-DIARY
               ELSE
                   MOVE SQLCODE TO SQL-ERROR-CODE
                   CALL "SQLMSG" USING SQL-ERROR-CODE
               END-IF
           END-IF.

      *> evidence the rule table could not have foreseen - the
      *> case's own circumstances call for it. Ordered once: a
      *> second call while the first is still outstanding adds
      *> nothing.
       ADD-ONE-REQUIREMENT.

           EXEC SQL
               INSERT INTO uw_requirements
               (application_id, requirement_type, ordered_date,
                   req_status)
               SELECT :LK-APPLICATION-ID, :LK-REQUIREMENT-TYPE,
                   :WS-TODAY-DASH, 'O'
               WHERE NOT EXISTS
                   (SELECT 1 FROM uw_requirements
                    WHERE application_id = :LK-APPLICATION-ID
                        AND RTRIM(requirement_type) =
                            RTRIM(:LK-REQUIREMENT-TYPE)
                        AND req_status = 'O')
           END-EXEC

           IF SQLCODE = 0
               IF SQLERRD(3) > 0
                   DISPLAY "  ORDERED " LK-REQUIREMENT-TYPE
                       " FOR APPLICATION " LK-APPLICATION-ID
                   MOVE LK-REQUIREMENT-TYPE TO WS-REQUIREMENT
                   PERFORM WRITE-CHASE-DIARY
               END-IF
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR ORDERING " LK-REQUIREMENT-TYPE
                   " - " SQL-ERROR-MESSAGE
           END-IF.

      *> the desk marks the paper in by requirement type - only an
      *> outstanding row can be received, so a duplicate receipt or
      *> a typo in the type is turned away loudly instead of
      *> silently updating nothing. A cited document has to be on
      *> the imaging index against this application.
       RECEIVE-ONE-REQUIREMENT.

           MOVE 1 TO WS-DOCUMENT-COUNT

           IF LK-DOCUMENT-ID NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-DOCUMENT-COUNT
                   FROM document_index
                   WHERE document_id = :LK-DOCUMENT-ID
                       AND application_id = :LK-APPLICATION-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 0 TO WS-DOCUMENT-COUNT
               END-IF
           END-IF

           IF WS-DOCUMENT-COUNT = 0
               DISPLAY "ERROR: DOCUMENT " LK-DOCUMENT-ID
                   " IS NOT INDEXED TO APPLICATION "
                   LK-APPLICATION-ID
           ELSE
               PERFORM MARK-REQUIREMENT-RECEIVED
           END-IF.

       MARK-REQUIREMENT-RECEIVED.

           EXEC SQL
               UPDATE uw_requirements
               SET req_status = 'R',
                   received_date = :WS-TODAY-DASH,
                   document_id = NULLIF(RTRIM(:LK-DOCUMENT-ID), '')
               WHERE application_id = :LK-APPLICATION-ID
                   AND RTRIM(requirement_type) =
                       RTRIM(:LK-REQUIREMENT-TYPE)
                   LK-APPLICATION-ID
           END-IF.

      *> the chase lands on the case's underwriter - or, on a case
      *> nobody has picked up yet, waits unassigned and follows the
      *> case to whoever UWAUTHORITY gives it.
       WRITE-CHASE-DIARY.

           COMPUTE WS-DUE-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-8) + CHASE-DIARY-DAYS
           COMPUTE WS-DUE-8 = FUNCTION DATE-OF-INTEGER
               (WS-DUE-JULIAN)
           MOVE SPACES TO WS-DIARY-DUE
           STRING WS-DUE-8(1:4) "-" WS-DUE-8(5:2) "-"
               WS-DUE-8(7:2) DELIMITED BY SIZE
               INTO WS-DIARY-DUE

           MOVE SPACES TO WS-DIARY-TASK
           STRING "CHASE " WS-REQUIREMENT DELIMITED BY SIZE
               INTO WS-DIARY-TASK

           CALL "DIARY" USING WS-DIARY-ACTION WS-DIARY-ID
               WS-DIARY-SUBJECT LK-APPLICATION-ID WS-DIARY-EMP-ID
               WS-DIARY-TO-EMP-ID WS-DIARY-DUE WS-DIARY-TASK
               WS-DIARY-STATUS

           IF WS-DIARY-STATUS NOT = "Y"
               DISPLAY "WARNING: NO CHASE DIARY FOR "
                   WS-REQUIREMENT " ON APPLICATION "
                   LK-APPLICATION-ID
           END-IF.

       COUNT-OUTSTANDING.

           EXEC SQL
