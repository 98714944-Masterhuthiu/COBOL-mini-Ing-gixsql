       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETTERTMPLLIST.

      *> the template listing compliance signs off: every filed
      *> version of every letter, by type and language in effective
      *> date order, with the exact heading, lead line and body line
      *> the customer is sent, and whether the version is in force
      *> today, filed for a future date, or superseded. A type filed
      *> in English but not in another language the book reads is
      *> flagged, since those customers get the English wording.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-DASH         PIC X(10).

       01 WS-LETTER-TYPE        PIC X(14).
       01 WS-LANGUAGE-CODE      PIC X(02).
       01 WS-EFFECTIVE-DATE     PIC X(10).
       01 WS-HEADING            PIC X(40).
       01 WS-LEAD-LINE          PIC X(60).
       01 WS-BODY-LINE          PIC X(100).
       01 WS-LOADED-DATE        PIC X(10).
       01 WS-IN-FORCE-DATE      PIC X(10).
       01 WS-VERSION-STATE      PIC X(10).

       01 WS-LAST-LETTER-TYPE   PIC X(14).
       01 WS-LAST-LANGUAGE-CODE PIC X(02).

       01 WS-MISSING-TYPE       PIC X(14).
       01 WS-MISSING-LANGUAGE   PIC X(02).

       01 VERSION-COUNT         PIC 9(5) VALUE 0.
       01 IN-FORCE-COUNT        PIC 9(5) VALUE 0.
       01 FUTURE-COUNT          PIC 9(5) VALUE 0.
       01 SUPERSEDED-COUNT      PIC 9(5) VALUE 0.
       01 MISSING-COUNT         PIC 9(5) VALUE 0.

       01 WS-FIRST-LINE         PIC X(01) VALUE "Y".
           88 FIRST-LINE            VALUE "Y".

       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> each version with the effective date of the version in
      *> force today for its type and language - the row whose date
      *> matches it is the one letters render with now.
       EXEC SQL
           DECLARE TEMPLATE-CURSOR CURSOR FOR
               SELECT t.letter_type, t.language_code,
                   t.effective_date, t.heading, t.lead_line,
                   COALESCE(t.body_line, ' '),
                   COALESCE(t.loaded_date, ' '),
                   COALESCE((SELECT MAX(f.effective_date)
                       FROM letter_templates f
                       WHERE f.letter_type = t.letter_type
                           AND f.language_code = t.language_code
                           AND f.effective_date <= :WS-TODAY-DASH),
                       ' ')
               FROM letter_templates t
               ORDER BY t.letter_type, t.language_code,
                   t.effective_date
       END-EXEC.

      *> every type filed in some language but with nothing in
      *> force in another language the templates are kept in.
       EXEC SQL
           DECLARE MISSING-CURSOR CURSOR FOR
               SELECT DISTINCT a.letter_type, b.language_code
               FROM letter_templates a, letter_templates b
               WHERE NOT EXISTS
                   (SELECT 1 FROM letter_templates m
                    WHERE m.letter_type = a.letter_type
                        AND m.language_code = b.language_code
                        AND m.effective_date <= :WS-TODAY-DASH)
               ORDER BY 1, 2
       END-EXEC.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           STRING WS-TODAY-8(1:4) "-" WS-TODAY-8(5:2) "-"
               WS-TODAY-8(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DASH

           DISPLAY "=== LETTER TEMPLATE LISTING ===".
           DISPLAY "AS OF: " WS-TODAY-DASH.

           EXEC SQL OPEN TEMPLATE-CURSOR END-EXEC.

           PERFORM LIST-ONE-VERSION
               UNTIL WS-EOF

           EXEC SQL CLOSE TEMPLATE-CURSOR END-EXEC.

           DISPLAY "-----------------------------".
           DISPLAY "NOT IN FORCE IN EVERY LANGUAGE".

           MOVE "N" TO WS-AT-END

           EXEC SQL OPEN MISSING-CURSOR END-EXEC.

           PERFORM LIST-ONE-MISSING
               UNTIL WS-EOF

           EXEC SQL CLOSE MISSING-CURSOR END-EXEC.

           IF MISSING-COUNT = 0
               DISPLAY "  NONE"
           END-IF

           DISPLAY "-----------------------------".
           DISPLAY "VERSIONS LISTED  : " VERSION-COUNT.
           DISPLAY "IN FORCE TODAY   : " IN-FORCE-COUNT.
           DISPLAY "FUTURE-DATED     : " FUTURE-COUNT.
           DISPLAY "SUPERSEDED       : " SUPERSEDED-COUNT.
           DISPLAY "LANGUAGE GAPS    : " MISSING-COUNT.
           DISPLAY " ".
           DISPLAY "REVIEWED BY: ____________________  "
               "DATE: __________".
           DISPLAY "=== END OF TEMPLATE LISTING ===".

           STOP RUN.

       LIST-ONE-VERSION.

           EXEC SQL
               FETCH TEMPLATE-CURSOR
               INTO :WS-LETTER-TYPE, :WS-LANGUAGE-CODE,
                   :WS-EFFECTIVE-DATE, :WS-HEADING, :WS-LEAD-LINE,
                   :WS-BODY-LINE, :WS-LOADED-DATE,
                   :WS-IN-FORCE-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               IF FIRST-LINE
                   OR WS-LETTER-TYPE NOT = WS-LAST-LETTER-TYPE
                   OR WS-LANGUAGE-CODE NOT = WS-LAST-LANGUAGE-CODE
                   MOVE "N" TO WS-FIRST-LINE
                   MOVE WS-LETTER-TYPE TO WS-LAST-LETTER-TYPE
                   MOVE WS-LANGUAGE-CODE TO WS-LAST-LANGUAGE-CODE
                   DISPLAY " "
                   DISPLAY WS-LETTER-TYPE " LANGUAGE "
                       WS-LANGUAGE-CODE
               END-IF

               ADD 1 TO VERSION-COUNT

               EVALUATE TRUE
                   WHEN WS-EFFECTIVE-DATE > WS-TODAY-DASH
                       MOVE "FUTURE" TO WS-VERSION-STATE
                       ADD 1 TO FUTURE-COUNT
                   WHEN WS-EFFECTIVE-DATE = WS-IN-FORCE-DATE
                       MOVE "IN FORCE" TO WS-VERSION-STATE
                       ADD 1 TO IN-FORCE-COUNT
                   WHEN OTHER
                       MOVE "SUPERSEDED" TO WS-VERSION-STATE
                       ADD 1 TO SUPERSEDED-COUNT
               END-EVALUATE

               DISPLAY "  EFFECTIVE " WS-EFFECTIVE-DATE " "
                   WS-VERSION-STATE " LOADED " WS-LOADED-DATE
               DISPLAY "      " WS-HEADING
               DISPLAY "      " WS-LEAD-LINE
               IF WS-BODY-LINE = SPACES
                   DISPLAY "      (VARIABLE DATA)"
               ELSE
                   DISPLAY "      " WS-BODY-LINE
               END-IF
           END-IF.

       LIST-ONE-MISSING.

           EXEC SQL
               FETCH MISSING-CURSOR
               INTO :WS-MISSING-TYPE, :WS-MISSING-LANGUAGE
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO MISSING-COUNT
               DISPLAY "  " WS-MISSING-TYPE " HAS NOTHING IN FORCE IN "
                   WS-MISSING-LANGUAGE
           END-IF.
