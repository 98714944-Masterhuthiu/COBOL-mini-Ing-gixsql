      *> claim per line, comma-delimited - same file-driven shape
      *> main.cob uses for EMP_INPUT.TXT:
      *> "policyid,date-of-loss,amount,coverage-type,providerid,
      *> procedure,otherpaid,memberid" - the last four fields only
      *> matter on HEALTH claims and may be empty on everything
      *> else; an empty member id means the subscriber
           SELECT CLAIMS-INPUT-FILE ASSIGN TO "CLAIMS_INTAKE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIMS-INPUT-STATUS.
       01 WS-IN-PROVIDER-ID       PIC X(09).
       01 WS-IN-PROCEDURE         PIC X(08).
       01 WS-IN-OTHER-PAID        PIC X(12).
       01 WS-IN-MEMBER-ID         PIC X(09).

       01 WS-POLICY-ID            PIC 9(9).
       01 WS-DATE-OF-LOSS         PIC X(10).
       01 WS-PROVIDER-ID          PIC 9(9).
       01 WS-PROCEDURE-CODE       PIC X(08).
       01 WS-OTHER-PAID           PIC 9(7)V99.
       01 WS-MEMBER-ID            PIC 9(9).
       01 WS-CLAIM-ID             PIC 9(9).

       01 WS-FILE-STATUS          PIC X(01).
           MOVE SPACES TO WS-IN-PROVIDER-ID
           MOVE SPACES TO WS-IN-PROCEDURE
           MOVE SPACES TO WS-IN-OTHER-PAID
           MOVE SPACES TO WS-IN-MEMBER-ID

           UNSTRING CLAIMS-INPUT-RECORD DELIMITED BY ","
               INTO WS-IN-POLICY-ID WS-IN-DATE-OF-LOSS
                   WS-IN-AMOUNT WS-IN-COVERAGE-TYPE
                   WS-IN-PROVIDER-ID WS-IN-PROCEDURE
                   WS-IN-OTHER-PAID WS-IN-MEMBER-ID
           END-UNSTRING

           IF WS-IN-POLICY-ID IS NOT NUMERIC
               ELSE
                   MOVE 0 TO WS-OTHER-PAID
               END-IF
               IF WS-IN-MEMBER-ID IS NUMERIC
                   MOVE WS-IN-MEMBER-ID TO WS-MEMBER-ID
               ELSE
                   MOVE 0 TO WS-MEMBER-ID
               END-IF
               PERFORM PARSE-CLAIM-AMOUNT
           END-IF.

           CALL "CLAIMSPROCESSOR" USING WS-POLICY-ID
               WS-DATE-OF-LOSS WS-AMOUNT-CLAIMED WS-COVERAGE-TYPE
               WS-PROVIDER-ID WS-PROCEDURE-CODE WS-OTHER-PAID
               WS-MEMBER-ID WS-CLAIM-ID WS-FILE-STATUS

           IF WS-FILE-OK
               ADD 1 TO ACCEPTED-COUNT
