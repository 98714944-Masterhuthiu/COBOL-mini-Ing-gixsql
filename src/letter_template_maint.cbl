       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETTERTMPL.

      *> maintenance for the letter templates CORRFORMAT renders
      *> from: one row per letter type, language and effective date,
      *> so a wording change a regulator asks for is filed here as a
      *> future-dated version and takes effect on its own date, with
      *> no program change - and the wording in force on any past
      *> letter's date can be read back. A template line may carry
      *> the placeholders CORRFORMAT fills from the queued letter:
      *>       &DATA    the variable data CORRQUEUE carries
      *>       &POLICY  the policy id
      *>       &NAME    the owner's name
      *> A blank body line prints the variable data on its own line,
      *> the way the built-in wording always has.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-EXISTING-COUNT     PIC 9(7).
       01 WS-EFFECTIVE-8        PIC 9(8).

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       LINKAGE SECTION.

      *> "L" loads (or corrects) the template version for a letter
      *> type, language and effective date, "I" reads back the
      *> version in force on LK-AS-OF-DATE into the wording fields.
       01 LK-ACTION             PIC X(01).
           88 LK-LOAD              VALUE "L".
           88 LK-INQUIRE           VALUE "I".
       01 LK-LETTER-TYPE        PIC X(14).
       01 LK-LANGUAGE-CODE      PIC X(02).
       01 LK-EFFECTIVE-DATE     PIC X(10).
       01 LK-HEADING            PIC X(40).
       01 LK-LEAD-LINE          PIC X(60).
       01 LK-BODY-LINE          PIC X(100).
       01 LK-AS-OF-DATE         PIC X(10).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-LETTER-TYPE
           LK-LANGUAGE-CODE LK-EFFECTIVE-DATE LK-HEADING
           LK-LEAD-LINE LK-BODY-LINE LK-AS-OF-DATE LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

           EVALUATE TRUE
               WHEN LK-LOAD
                   PERFORM LOAD-ONE-TEMPLATE
               WHEN LK-INQUIRE
                   PERFORM INQUIRE-TEMPLATE-IN-FORCE
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN TEMPLATE ACTION " LK-ACTION
           END-EVALUATE.

           GOBACK.

      *> one row per type, language and effective date - refiling
      *> the same date corrects the row in place, the same
      *> resend-replaces discipline RATESMAINT applies. A version
      *> with no heading or no lead line would render a half-empty
      *> letter and is turned away.
       LOAD-ONE-TEMPLATE.

           MOVE 0 TO WS-EFFECTIVE-8
           IF LK-EFFECTIVE-DATE(1:4) IS NUMERIC
               AND LK-EFFECTIVE-DATE(6:2) IS NUMERIC
               AND LK-EFFECTIVE-DATE(9:2) IS NUMERIC
               MOVE LK-EFFECTIVE-DATE(1:4) TO WS-EFFECTIVE-8(1:4)
               MOVE LK-EFFECTIVE-DATE(6:2) TO WS-EFFECTIVE-8(5:2)
               MOVE LK-EFFECTIVE-DATE(9:2) TO WS-EFFECTIVE-8(7:2)
           END-IF

           EVALUATE TRUE
               WHEN LK-LETTER-TYPE = SPACES
                   OR LK-LANGUAGE-CODE = SPACES
                   DISPLAY "ERROR: LETTER TYPE AND LANGUAGE ARE "
                       "REQUIRED - TEMPLATE NOT LOADED"
               WHEN WS-EFFECTIVE-8 = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-EFFECTIVE-8)
                       NOT = 0
                   DISPLAY "ERROR: EFFECTIVE DATE "
                       LK-EFFECTIVE-DATE " IS NOT A VALID DATE"
               WHEN LK-HEADING = SPACES OR LK-LEAD-LINE = SPACES
                   DISPLAY "ERROR: TEMPLATE NEEDS A HEADING AND A "
                       "LEAD LINE - NOT LOADED"
               WHEN OTHER
                   PERFORM STORE-THE-TEMPLATE
           END-EVALUATE.

       STORE-THE-TEMPLATE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTING-COUNT
               FROM letter_templates
               WHERE letter_type = :LK-LETTER-TYPE
                   AND language_code = :LK-LANGUAGE-CODE
                   AND effective_date = :LK-EFFECTIVE-DATE
           END-EXEC

           IF WS-EXISTING-COUNT > 0
               EXEC SQL
                   UPDATE letter_templates
                   SET heading = :LK-HEADING,
                       lead_line = :LK-LEAD-LINE,
                       body_line = :LK-BODY-LINE,
                       loaded_date = :WS-TODAY-DASH
                   WHERE letter_type = :LK-LETTER-TYPE
                       AND language_code = :LK-LANGUAGE-CODE
                       AND effective_date = :LK-EFFECTIVE-DATE
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO letter_templates
                   (letter_type, language_code, effective_date,
                       heading, lead_line, body_line, loaded_date)
                   VALUES
                   (:LK-LETTER-TYPE, :LK-LANGUAGE-CODE,
                       :LK-EFFECTIVE-DATE, :LK-HEADING,
                       :LK-LEAD-LINE, :LK-BODY-LINE,
                       :WS-TODAY-DASH)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               DISPLAY "TEMPLATE " LK-LETTER-TYPE " ("
                   LK-LANGUAGE-CODE ") EFFECTIVE "
                   LK-EFFECTIVE-DATE " LOADED"
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE
                   SQL-ERROR-MESSAGE
               DISPLAY "ERROR LOADING TEMPLATE: " SQLCODE
                   " - " SQL-ERROR-MESSAGE
           END-IF.

      *> the version in force on a date is the latest row effective
      *> on or before it - the same lookup CORRFORMAT applies when
      *> it renders, so the read-back can never disagree with what
      *> the customer was sent.
       INQUIRE-TEMPLATE-IN-FORCE.

           MOVE SPACES TO LK-EFFECTIVE-DATE
           MOVE SPACES TO LK-HEADING
           MOVE SPACES TO LK-LEAD-LINE
           MOVE SPACES TO LK-BODY-LINE

           EXEC SQL
               SELECT effective_date, heading, lead_line,
                   COALESCE(body_line, ' ')
               INTO :LK-EFFECTIVE-DATE, :LK-HEADING, :LK-LEAD-LINE,
                   :LK-BODY-LINE
               FROM letter_templates
               WHERE letter_type = :LK-LETTER-TYPE
                   AND language_code = :LK-LANGUAGE-CODE
                   AND effective_date =
                       (SELECT MAX(effective_date)
                        FROM letter_templates
                        WHERE letter_type = :LK-LETTER-TYPE
                            AND language_code = :LK-LANGUAGE-CODE
                            AND effective_date <= :LK-AS-OF-DATE)
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "TEMPLATE IN FORCE " LK-AS-OF-DATE " FOR "
                   LK-LETTER-TYPE " (" LK-LANGUAGE-CODE
                   "): EFFECTIVE " LK-EFFECTIVE-DATE
               DISPLAY "  " LK-HEADING
               DISPLAY "  " LK-LEAD-LINE
               IF LK-BODY-LINE NOT = SPACES
                   DISPLAY "  " LK-BODY-LINE
               END-IF
               SET LK-STATUS-OK TO TRUE
           ELSE
               DISPLAY "NO FILED TEMPLATE FOR " LK-LETTER-TYPE
                   " (" LK-LANGUAGE-CODE ") ON " LK-AS-OF-DATE
           END-IF.
