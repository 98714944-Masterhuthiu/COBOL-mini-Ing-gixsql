       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LETTERS-OUT-FILE ASSIGN TO DYNAMIC WS-LETTERS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTERS-OUT-STATUS.

      *> the e-delivery extract - one line per electronic item, for
      *> the delivery vendor; customers who asked to stop getting
      *> paper finally stop costing print-and-post.
           SELECT EDELIVERY-FILE ASSIGN TO DYNAMIC WS-EDELIV-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDELIVERY-STATUS.


       COPY "../copy/sqlmsg.cpy".

       COPY "../copy/outgen.cpy".

      *> the dated generations of the print and e-delivery files.
       01 WS-LETTERS-GEN-NAME   PIC X(60).
       01 WS-LETTERS-GEN-ID     PIC 9(9) VALUE 0.
       01 WS-EDELIV-GEN-NAME    PIC X(60).
       01 WS-EDELIV-GEN-ID      PIC 9(9) VALUE 0.

       01 WS-LETTERS-OUT-STATUS PIC X(02).
           88 LETTERS-OUT-OK        VALUE "00".

      *> one template row per letter type - heading and lead line -
      *> a new letter type is added here and in the caller, never by
      *> wiring file output into another batch. Same table-in-
      *> working-storage shape as RIDERSERVICE's fee schedule. The
      *> wording filed through LETTERTMPL takes precedence; this is
      *> the English wording a letter falls back to when no version
      *> is filed for its type.
       01 LETTER-TEMPLATE-TABLE.
           02 LETTER-TEMPLATE-ENTRY OCCURS 27 TIMES
                   INDEXED BY LT-IDX.
               03 LT-LETTER-TYPE  PIC X(14).
               03 LT-HEADING      PIC X(40).
               03 LT-LEAD-LINE    PIC X(60).

       01 LETTER-TEMPLATE-COUNT PIC 9(2) VALUE 27.
       01 WS-TEMPLATE-STATUS    PIC X(01).
           88 TEMPLATE-FOUND        VALUE "Y".
           88 TEMPLATE-NOT-FOUND    VALUE "N".

      *> the wording the letter in hand renders with - the filed
      *> version in force on the letter's date in the owner's
      *> language, English where that language has none, the
      *> built-in table where nothing is filed - with the
      *> placeholders already filled.
       01 WS-TMPL-HEADING       PIC X(40).
       01 WS-TMPL-LEAD-LINE     PIC X(100).
       01 WS-TMPL-BODY-LINE     PIC X(100).
       01 FILED-TEMPLATE-COUNT  PIC 9(7) VALUE 0.

      *> one placeholder being filled into one template line -
      *> each occurrence is replaced, up to WS-FILL-MAX-PASSES, so a
      *> value that itself carries the placeholder cannot loop.
       01 WS-FILL-LINE          PIC X(100).
       01 WS-FILL-SOURCE        PIC X(100).
       01 WS-FILL-TOKEN         PIC X(08).
       01 WS-FILL-TOKEN-LEN     PIC 9(2).
       01 WS-FILL-VALUE         PIC X(100).
       01 WS-FILL-REVERSED      PIC X(100).
       01 WS-FILL-VALUE-LEN     PIC 9(3).
       01 WS-FILL-TRAILING      PIC 9(3).
       01 WS-FILL-BEFORE-LEN    PIC 9(3).
       01 WS-FILL-AFTER-START   PIC 9(3).
       01 WS-FILL-PTR           PIC 9(3).
       01 WS-FILL-TALLY         PIC 9(3).
       01 WS-FILL-PASSES        PIC 9(2).
       01 WS-FILL-MAX-PASSES    PIC 9(2) VALUE 4.

       01 WS-CORR-ID            PIC 9(9).
       01 WS-LETTER-TYPE        PIC X(14).
       01 WS-POLICY-ID          PIC 9(9).
       01 WS-VARIABLE-DATA      PIC X(100).
       01 WS-CUSTOMER-NAME      PIC X(100).
       01 WS-LETTER-DATE        PIC X(10).
       01 WS-LANGUAGE-CODE      PIC X(02).

      *> the EOB's own figures, pulled off the claim row when an
      *> EOB-NOTICE renders - the queue row only carries the claim
       01 WS-EOB-MEMBER-OWES    PIC S9(7)V99.
       01 WS-EOB-REASON-TEXT    PIC X(50).

      *> the cost-share adjudication stamped on the claim ("N" for
      *> a claim decided before the stamp existed, which falls back
      *> to working it from the plan terms), and where the member
      *> stands for the plan year off HEALTHACCUM.
       01 WS-EOB-SHARE-STAMPED  PIC X(01).
       01 WS-EOB-DED-APPLIED    PIC 9(7)V99.
       01 WS-EOB-COPAY-APPLIED  PIC 9(7)V99.
       01 WS-EOB-PLAN-YEAR      PIC X(04).
       01 WS-ACCUM-ACTION       PIC X(01) VALUE "L".
       01 WS-EOB-YTD-DEDUCTIBLE PIC 9(7)V99.
       01 WS-EOB-YTD-OOP        PIC 9(7)V99.
       01 WS-EOB-OOP-MAXIMUM    PIC 9(7)V99.
       01 WS-ACCUM-STATUS       PIC X(01).

      *> the reason codes spelled out - DISPLAY lines in a batch
      *> log do not count as a written explanation, these words on
      *> the member's document do.
       01 EOB-REASON-TABLE.
           02 EOB-REASON-ENTRY OCCURS 14 TIMES
                   INDEXED BY ER-IDX.
               03 ER-REASON-CODE  PIC X(04).
               03 ER-REASON-TEXT  PIC X(50).

      *> the commission recipient's year-end statement - the queue
      *> row carries the NECEXTRACT statement id, the form's figures
      *> come off that row. There is no policy behind it, so the
      *> recipient's name comes from the statement too.
       01 WS-NEC-ID-TEXT        PIC X(09).
       01 WS-NEC-ID             PIC 9(9).
       01 WS-NEC-TAX-YEAR       PIC X(04).
       01 WS-NEC-TAX-ID         PIC X(11).
       01 WS-NEC-MASKED-TIN     PIC X(11).
       01 WS-NEC-AMOUNT         PIC 9(11)V99.
       01 WS-NEC-WITHHELD       PIC 9(11)V99.
       01 WS-NEC-FOUND          PIC X(01).
           88 NEC-FOUND             VALUE "Y".
           88 NEC-NOT-FOUND         VALUE "N".

       01 PENDING-COUNT         PIC 9(7) VALUE 0.
       01 RENDERED-COUNT        PIC 9(7) VALUE 0.
       01 SKIPPED-COUNT         PIC 9(7) VALUE 0.
       01 WS-AT-END             PIC X(01) VALUE "N".
           88 WS-EOF                VALUE "Y".

      *> letters go to the policy's owner - its insured, unless
      *> POLICYROLE has a different owner on record - and it is the
      *> owner's address whose bounce holds the print. A letter
      *> with no policy behind it (policy id zero) still renders,
      *> in English. The letter's date is the day it was queued -
      *> the wording in force that day is the wording it carries,
      *> however late the run that renders it.
       EXEC SQL
           DECLARE PENDING-LETTER-CURSOR CURSOR FOR
               SELECT c.corr_id, c.letter_type, c.policy_id,
                   c.variable_data,
                   COALESCE((SELECT o.customer_name
                       FROM policy_roles r, customers o
                       WHERE r.policy_id = p.policy_id
                           AND r.role_type = 'O'
                           AND r.role_status = 'A'
                           AND o.customer_id = r.customer_id
                       FETCH FIRST 1 ROW ONLY), p.customer_name,
                       ' '),
                   COALESCE(c.delivery_channel, 'P'),
                   COALESCE(TO_CHAR(c.created_at, 'YYYY-MM-DD'),
                       TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD')),
                   COALESCE((SELECT o.language_code
                       FROM policy_roles r, customers o
                       WHERE r.policy_id = p.policy_id
                           AND r.role_type = 'O'
                           AND r.role_status = 'A'
                           AND o.customer_id = r.customer_id
                       FETCH FIRST 1 ROW ONLY),
                       (SELECT cl.language_code FROM customers cl
                        WHERE cl.customer_id = p.customer_id),
                       'EN')
               FROM correspondence c
                   LEFT JOIN policy_master p
                       ON p.policy_id = c.policy_id
               WHERE c.corr_status = 'P'
                   AND NOT (COALESCE(c.delivery_channel, 'P')
                           = 'P'
                       AND EXISTS
                           (SELECT 1 FROM customers cu
                            WHERE cu.customer_id =
                   COALESCE((SELECT r.customer_id
                       FROM policy_roles r
                       WHERE r.policy_id = p.policy_id
                           AND r.role_type = 'O'
                           AND r.role_status = 'A'
                       FETCH FIRST 1 ROW ONLY), p.customer_id)
                                AND cu.customer_status = 'H'))
               ORDER BY c.corr_id
       END-EXEC.
           88 ITEM-IS-EOB           VALUE "Y".
           88 ITEM-NOT-EOB          VALUE "N".

       01 WS-NEC-FLAG           PIC X(01).
           88 ITEM-IS-NEC           VALUE "Y".
           88 ITEM-NOT-NEC          VALUE "N".

       PROCEDURE DIVISION.

           DISPLAY "=== CORRESPONDENCE FORMATTING RUN ===".
           PERFORM LOAD-LETTER-TEMPLATES
           PERFORM LOAD-EOB-REASONS

           MOVE "CORRFORMAT" TO OUTGEN-PROGRAM
           MOVE "O" TO OUTGEN-ACTION
           MOVE "LETTERS_OUT.TXT" TO OUTGEN-BASE-NAME
           PERFORM CALL-OUTGEN
           MOVE OUTGEN-FILE-NAME TO WS-LETTERS-GEN-NAME
           MOVE OUTGEN-ID TO WS-LETTERS-GEN-ID

           IF NOT OUTGEN-REFUSED
               MOVE "O" TO OUTGEN-ACTION
               MOVE "EDELIVERY.TXT" TO OUTGEN-BASE-NAME
               PERFORM CALL-OUTGEN
               MOVE OUTGEN-FILE-NAME TO WS-EDELIV-GEN-NAME
               MOVE OUTGEN-ID TO WS-EDELIV-GEN-ID
           END-IF

      *>   a day whose letters have gone to the print shop is not
      *>   formatted again - the queue waits for tomorrow's run.
           IF OUTGEN-REFUSED
               MOVE "A" TO OUTGEN-ACTION
               MOVE WS-LETTERS-GEN-ID TO OUTGEN-ID
               PERFORM CALL-OUTGEN
               MOVE WS-EDELIV-GEN-ID TO OUTGEN-ID
               PERFORM CALL-OUTGEN
               EXEC SQL COMMIT END-EXEC
               DISPLAY "=== FORMATTING RUN NOT RERUN ==="
               STOP RUN
           END-IF

           OPEN OUTPUT LETTERS-OUT-FILE.
           OPEN OUTPUT EDELIVERY-FILE.


           EXEC SQL CLOSE PENDING-LETTER-CURSOR END-EXEC.

           CLOSE LETTERS-OUT-FILE.
           CLOSE EDELIVERY-FILE.

      *>   rendered counts both channels; the print file carries the
      *>   letters that did not go electronically.
           MOVE "C" TO OUTGEN-ACTION
           MOVE WS-LETTERS-GEN-ID TO OUTGEN-ID
           COMPUTE OUTGEN-RECORD-COUNT =
               RENDERED-COUNT - EDELIVERY-COUNT
           MOVE 0 TO OUTGEN-CONTROL-TOTAL
           PERFORM CALL-OUTGEN

           MOVE WS-EDELIV-GEN-ID TO OUTGEN-ID
           MOVE EDELIVERY-COUNT TO OUTGEN-RECORD-COUNT
           PERFORM CALL-OUTGEN

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "--- PRODUCTION CONTROL ---".
           DISPLAY "LETTERS PENDING : " PENDING-COUNT.
           DISPLAY "LETTERS RENDERED: " RENDERED-COUNT.
           DISPLAY "E-DELIVERY ITEMS: " EDELIVERY-COUNT.
           DISPLAY "FILED WORDING   : " FILED-TEMPLATE-COUNT.
           DISPLAY "LETTERS SKIPPED : " SKIPPED-COUNT.
           DISPLAY "=== FORMATTING RUN COMPLETE ===".

           MOVE "EOB-NOTICE" TO LT-LETTER-TYPE(17)
           MOVE "EXPLANATION OF BENEFITS" TO LT-HEADING(17)
           MOVE "YOUR HEALTH CLAIM HAS BEEN PROCESSED. DETAILS:"
               TO LT-LEAD-LINE(17)

           MOVE "NFO-NOTICE" TO LT-LETTER-TYPE(18)
           MOVE "NONFORFEITURE OPTION APPLIED" TO LT-HEADING(18)
           MOVE "YOUR CASH VALUE KEEPS YOUR POLICY IN FORCE AS:"
               TO LT-LEAD-LINE(18)

           MOVE "UL-GRACE" TO LT-LETTER-TYPE(19)
           MOVE "UNIVERSAL LIFE GRACE PERIOD" TO LT-HEADING(19)
           MOVE "YOUR ACCOUNT VALUE DID NOT COVER THIS MONTH. PLEASE:"
               TO LT-LEAD-LINE(19)

           MOVE "DEP-AGEOUT" TO LT-LETTER-TYPE(20)
           MOVE "DEPENDENT COVERAGE ENDING" TO LT-HEADING(20)
           MOVE "A DEPENDENT HAS REACHED THE PLAN AGE LIMIT:"
               TO LT-LEAD-LINE(20)

           MOVE "NEC-STATEMENT" TO LT-LETTER-TYPE(21)
           MOVE "NONEMPLOYEE COMPENSATION STATEMENT" TO
               LT-HEADING(21)
           MOVE "COMMISSION WE PAID YOU, AS REPORTED TO THE IRS:"
               TO LT-LEAD-LINE(21)

           MOVE "BNOTICE-FIRST" TO LT-LETTER-TYPE(22)
           MOVE "IMPORTANT TAX NOTICE - TAXPAYER ID" TO
               LT-HEADING(22)
           MOVE "THE IRS SAYS YOUR NAME AND TAXPAYER ID DO NOT MATCH:"
               TO LT-LEAD-LINE(22)

           MOVE "BNOTICE-SECOND" TO LT-LETTER-TYPE(23)
           MOVE "SECOND TAX NOTICE - TAXPAYER ID" TO
               LT-HEADING(23)
           MOVE "A SECOND IRS MISMATCH - SEND AN SSA OR IRS VALIDATION:"
               TO LT-LEAD-LINE(23)

           MOVE "ADDR-CONFIRM" TO LT-LETTER-TYPE(24)
           MOVE "CONFIRMATION OF YOUR NEW ADDRESS" TO
               LT-HEADING(24)
           MOVE "IF YOU DID NOT MOVE, CALL US SO WE CAN CORRECT IT:"
               TO LT-LEAD-LINE(24)

           MOVE "MORATORIUM-END" TO LT-LETTER-TYPE(25)
           MOVE "PREMIUM MORATORIUM HAS ENDED" TO LT-HEADING(25)
           MOVE "THE STATE MORATORIUM HAS LIFTED. PAY BY THIS DATE:"
               TO LT-LEAD-LINE(25)

           MOVE "INCREASE-OFFER" TO LT-LETTER-TYPE(26)
           MOVE "YOUR ANNIVERSARY COVERAGE INCREASE" TO
               LT-HEADING(26)
           MOVE "INCREASE YOUR COVER WITH NO MEDICAL QUESTIONS:"
               TO LT-LEAD-LINE(26)

           MOVE "OPTION-FORFEIT" TO LT-LETTER-TYPE(27)
           MOVE "YOUR INCREASE OPTION HAS ENDED" TO LT-HEADING(27)
           MOVE "YOUR RIGHT TO ANNIVERSARY INCREASES HAS ENDED:"
               TO LT-LEAD-LINE(27).

       RENDER-ONE-LETTER.

               FETCH PENDING-LETTER-CURSOR
               INTO :WS-CORR-ID, :WS-LETTER-TYPE, :WS-POLICY-ID,
                   :WS-VARIABLE-DATA, :WS-CUSTOMER-NAME,
                   :WS-DELIVERY-CHANNEL, :WS-LETTER-DATE,
                   :WS-LANGUAGE-CODE
           END-EXEC

           IF SQLCODE NOT = 0
               ELSE
                   SET ITEM-NOT-EOB TO TRUE
               END-IF
               IF WS-LETTER-TYPE = "NEC-STATEMENT"
                   SET ITEM-IS-NEC TO TRUE
                   PERFORM FETCH-NEC-FIGURES
               ELSE
                   SET ITEM-NOT-NEC TO TRUE
               END-IF
               PERFORM FIND-AND-APPLY-TEMPLATE
           END-IF.

      *> the filed version in force on the letter's date in the
      *> owner's language wins; a language with nothing filed for
      *> this type falls back to the English version, and a type
      *> with nothing filed at all to the built-in wording.
       FIND-AND-APPLY-TEMPLATE.

           SET TEMPLATE-NOT-FOUND TO TRUE

           PERFORM FETCH-FILED-TEMPLATE

           IF TEMPLATE-NOT-FOUND AND WS-LANGUAGE-CODE NOT = "EN"
               MOVE "EN" TO WS-LANGUAGE-CODE
               PERFORM FETCH-FILED-TEMPLATE
           END-IF

           IF TEMPLATE-FOUND
               ADD 1 TO FILED-TEMPLATE-COUNT
           ELSE
               PERFORM FIND-BUILT-IN-TEMPLATE
           END-IF

           IF TEMPLATE-FOUND
               PERFORM FILL-TEMPLATE-LINES
      *>       an EOB is a statutory document - its full figures
      *>       only render on the print path, so an EOB always
      *>       prints whatever the customer's channel preference
      *>       says; the one-line e-delivery record cannot carry the
      *>       required written explanation. The year-end tax
      *>       statement prints for the same reason.
               IF WS-DELIVERY-CHANNEL = "E"
                   AND ITEM-NOT-EOB
                   AND ITEM-NOT-NEC
                   PERFORM WRITE-EDELIVERY-ITEM
               ELSE
                   PERFORM WRITE-THE-LETTER
               END-IF
           END-IF.

      *> the same in-force lookup LETTERTMPL reads back with.
       FETCH-FILED-TEMPLATE.

           MOVE SPACES TO WS-TMPL-HEADING
           MOVE SPACES TO WS-TMPL-LEAD-LINE
           MOVE SPACES TO WS-TMPL-BODY-LINE

           EXEC SQL
               SELECT heading, lead_line, COALESCE(body_line, ' ')
               INTO :WS-TMPL-HEADING, :WS-TMPL-LEAD-LINE,
                   :WS-TMPL-BODY-LINE
               FROM letter_templates
               WHERE letter_type = :WS-LETTER-TYPE
                   AND language_code = :WS-LANGUAGE-CODE
                   AND effective_date =
                       (SELECT MAX(effective_date)
                        FROM letter_templates
                        WHERE letter_type = :WS-LETTER-TYPE
                            AND language_code = :WS-LANGUAGE-CODE
                            AND effective_date <= :WS-LETTER-DATE)
           END-EXEC

           IF SQLCODE = 0
               SET TEMPLATE-FOUND TO TRUE
           END-IF.

      *> an unrecognized letter type stays queued - skipping it
      *> loudly beats rendering a blank page - and the desk files
      *> the template before the next run picks it up.
       FIND-BUILT-IN-TEMPLATE.

           SET LT-IDX TO 1

           SEARCH LETTER-TEMPLATE-ENTRY
                       ") - LEFT QUEUED"
               WHEN LT-LETTER-TYPE(LT-IDX) = WS-LETTER-TYPE
                   SET TEMPLATE-FOUND TO TRUE
                   MOVE LT-HEADING(LT-IDX) TO WS-TMPL-HEADING
                   MOVE LT-LEAD-LINE(LT-IDX) TO WS-TMPL-LEAD-LINE
                   MOVE SPACES TO WS-TMPL-BODY-LINE
           END-SEARCH.

      *> a blank body line prints the variable data on its own, as
      *> the built-in wording always has; otherwise the lead and
      *> body lines get &DATA, &POLICY and &NAME filled in.
       FILL-TEMPLATE-LINES.

           MOVE WS-TMPL-LEAD-LINE TO WS-FILL-LINE
           PERFORM FILL-ALL-PLACEHOLDERS
           MOVE WS-FILL-LINE TO WS-TMPL-LEAD-LINE

           IF WS-TMPL-BODY-LINE = SPACES
               MOVE WS-VARIABLE-DATA TO WS-TMPL-BODY-LINE
           ELSE
               MOVE WS-TMPL-BODY-LINE TO WS-FILL-LINE
               PERFORM FILL-ALL-PLACEHOLDERS
               MOVE WS-FILL-LINE TO WS-TMPL-BODY-LINE
           END-IF.

       FILL-ALL-PLACEHOLDERS.

           MOVE "&DATA" TO WS-FILL-TOKEN
           MOVE 5 TO WS-FILL-TOKEN-LEN
           MOVE WS-VARIABLE-DATA TO WS-FILL-VALUE
           PERFORM FILL-PLACEHOLDER

           MOVE "&POLICY" TO WS-FILL-TOKEN
           MOVE 7 TO WS-FILL-TOKEN-LEN
           MOVE WS-POLICY-ID TO WS-FILL-VALUE
           PERFORM FILL-PLACEHOLDER

           MOVE "&NAME" TO WS-FILL-TOKEN
           MOVE 5 TO WS-FILL-TOKEN-LEN
           MOVE WS-CUSTOMER-NAME TO WS-FILL-VALUE
           PERFORM FILL-PLACEHOLDER.

      *> the value goes in without its trailing spaces, so the
      *> wording after the placeholder follows on directly.
       FILL-PLACEHOLDER.

           MOVE FUNCTION REVERSE(WS-FILL-VALUE) TO WS-FILL-REVERSED
           MOVE 0 TO WS-FILL-TRAILING
           INSPECT WS-FILL-REVERSED TALLYING WS-FILL-TRAILING
               FOR LEADING SPACES
           COMPUTE WS-FILL-VALUE-LEN = 100 - WS-FILL-TRAILING

           MOVE 0 TO WS-FILL-PASSES
           PERFORM COUNT-PLACEHOLDER

           PERFORM FILL-ONE-OCCURRENCE
               UNTIL WS-FILL-TALLY = 0
                   OR WS-FILL-PASSES NOT < WS-FILL-MAX-PASSES.

       COUNT-PLACEHOLDER.

           MOVE 0 TO WS-FILL-TALLY
           INSPECT WS-FILL-LINE TALLYING WS-FILL-TALLY
               FOR ALL WS-FILL-TOKEN(1:WS-FILL-TOKEN-LEN).

       FILL-ONE-OCCURRENCE.

           MOVE 0 TO WS-FILL-BEFORE-LEN
           INSPECT WS-FILL-LINE TALLYING WS-FILL-BEFORE-LEN
               FOR CHARACTERS BEFORE INITIAL
                   WS-FILL-TOKEN(1:WS-FILL-TOKEN-LEN)
           COMPUTE WS-FILL-AFTER-START =
               WS-FILL-BEFORE-LEN + WS-FILL-TOKEN-LEN + 1

           MOVE WS-FILL-LINE TO WS-FILL-SOURCE
           MOVE SPACES TO WS-FILL-LINE
           MOVE 1 TO WS-FILL-PTR

           IF WS-FILL-BEFORE-LEN > 0
               STRING WS-FILL-SOURCE(1:WS-FILL-BEFORE-LEN)
                   DELIMITED BY SIZE
                   INTO WS-FILL-LINE WITH POINTER WS-FILL-PTR
           END-IF

           IF WS-FILL-VALUE-LEN > 0
               STRING WS-FILL-VALUE(1:WS-FILL-VALUE-LEN)
                   DELIMITED BY SIZE
                   INTO WS-FILL-LINE WITH POINTER WS-FILL-PTR
           END-IF

           IF WS-FILL-AFTER-START NOT > 100
               STRING WS-FILL-SOURCE(WS-FILL-AFTER-START:)
                   DELIMITED BY SIZE
                   INTO WS-FILL-LINE WITH POINTER WS-FILL-PTR
           END-IF

           ADD 1 TO WS-FILL-PASSES
           PERFORM COUNT-PLACEHOLDER.

       WRITE-THE-LETTER.

           MOVE ALL "*" TO LETTERS-OUT-RECORD
           WRITE LETTERS-OUT-RECORD

           MOVE SPACES TO LETTERS-OUT-RECORD
           MOVE WS-TMPL-HEADING TO LETTERS-OUT-RECORD
           WRITE LETTERS-OUT-RECORD

           MOVE SPACES TO LETTERS-OUT-RECORD
           IF ITEM-IS-NEC
               STRING "RECIPIENT  " WS-CUSTOMER-NAME
                   DELIMITED BY SIZE INTO LETTERS-OUT-RECORD
           ELSE
               STRING "POLICY " WS-POLICY-ID "  " WS-CUSTOMER-NAME
                   DELIMITED BY SIZE INTO LETTERS-OUT-RECORD
           END-IF
           WRITE LETTERS-OUT-RECORD

           MOVE SPACES TO LETTERS-OUT-RECORD
           MOVE WS-TMPL-LEAD-LINE TO LETTERS-OUT-RECORD
           WRITE LETTERS-OUT-RECORD

           MOVE SPACES TO LETTERS-OUT-RECORD
           MOVE WS-TMPL-BODY-LINE TO LETTERS-OUT-RECORD
           WRITE LETTERS-OUT-RECORD

           IF ITEM-IS-EOB
               PERFORM WRITE-EOB-DETAIL
           END-IF

           IF ITEM-IS-NEC
               PERFORM WRITE-NEC-DETAIL
           END-IF

           IF NOT LETTERS-OUT-OK
               DISPLAY "ERROR WRITING LETTER LINES: "
                   WS-LETTERS-OUT-STATUS
               TO ER-REASON-TEXT(7)
           MOVE "D005" TO ER-REASON-CODE(8)
           MOVE "SURVIVORSHIP POLICY - PAYABLE ON SECOND DEATH"
               TO ER-REASON-TEXT(8)
           MOVE "A004" TO ER-REASON-CODE(9)
           MOVE "APPROVED AFTER CONTESTABLE REVIEW"
               TO ER-REASON-TEXT(9)
           MOVE "D006" TO ER-REASON-CODE(10)
           MOVE "POLICY RESCINDED - PREMIUMS PAID REFUNDED"
               TO ER-REASON-TEXT(10)
           MOVE "D007" TO ER-REASON-CODE(11)
           MOVE "SUICIDE EXCLUSION - PREMIUMS PAID REFUNDED"
               TO ER-REASON-TEXT(11)
           MOVE "A005" TO ER-REASON-CODE(12)
           MOVE "PAID FOR THE AUTHORIZED UNITS ONLY"
               TO ER-REASON-TEXT(12)
           MOVE "D008" TO ER-REASON-CODE(13)
           MOVE "PRIOR AUTHORIZATION REQUIRED - NOT OBTAINED"
               TO ER-REASON-TEXT(13)
           MOVE "D009" TO ER-REASON-CODE(14)
           MOVE "MEMBER NOT COVERED ON THE DATE OF SERVICE"
               TO ER-REASON-TEXT(14).

      *> the explanation of benefits itself: the queue row carries
      *> only the claim id - the money comes off the claim row, the
           EXEC SQL
               SELECT c.amount_claimed,
                   COALESCE(c.allowed_amount, c.amount_claimed),
                   c.amount_payable, c.reason_code, p.premium,
                   CASE WHEN c.deductible_applied IS NULL
                       THEN 'N' ELSE 'Y' END,
                   COALESCE(c.deductible_applied, 0),
                   COALESCE(c.copay_applied, 0),
                   SUBSTR(c.date_of_loss, 1, 4)
               INTO :WS-EOB-CLAIMED, :WS-EOB-ALLOWED,
                   :WS-EOB-PAID, :WS-EOB-REASON, :WS-EOB-PREMIUM,
                   :WS-EOB-SHARE-STAMPED, :WS-EOB-DED-APPLIED,
                   :WS-EOB-COPAY-APPLIED, :WS-EOB-PLAN-YEAR
               FROM claims c, policy_master p
               WHERE c.claim_id = :WS-EOB-CLAIM-ID
                   AND c.policy_id = p.policy_id
               END-IF
               COMPUTE WS-EOB-COPAY-SHARE ROUNDED =
                   WS-EOB-AFTER-DED * WS-EOB-COPAY-PCT

               IF WS-EOB-SHARE-STAMPED = "Y"
                   MOVE WS-EOB-DED-APPLIED TO WS-EOB-DEDUCTIBLE
                   MOVE WS-EOB-COPAY-APPLIED TO WS-EOB-COPAY-SHARE
               END-IF

               CALL "HEALTHACCUM" USING WS-ACCUM-ACTION
                   WS-POLICY-ID WS-EOB-PLAN-YEAR
                   WS-EOB-YTD-DEDUCTIBLE WS-EOB-YTD-OOP
                   WS-EOB-OOP-MAXIMUM WS-ACCUM-STATUS

               COMPUTE WS-EOB-MEMBER-OWES =
                   WS-EOB-CLAIMED - WS-EOB-PAID

           STRING "REASON (" WS-EOB-REASON "): "
               WS-EOB-REASON-TEXT
               DELIMITED BY SIZE INTO LETTERS-OUT-RECORD
           WRITE LETTERS-OUT-RECORD

           MOVE SPACES TO LETTERS-OUT-RECORD
           STRING "PLAN YEAR " WS-EOB-PLAN-YEAR
               " DEDUCTIBLE MET : " WS-EOB-YTD-DEDUCTIBLE
               DELIMITED BY SIZE INTO LETTERS-OUT-RECORD
           WRITE LETTERS-OUT-RECORD

           MOVE SPACES TO LETTERS-OUT-RECORD
           STRING "PLAN YEAR " WS-EOB-PLAN-YEAR
               " OUT-OF-POCKET  : " WS-EOB-YTD-OOP " OF "
               WS-EOB-OOP-MAXIMUM
               DELIMITED BY SIZE INTO LETTERS-OUT-RECORD
           WRITE LETTERS-OUT-RECORD.

      *> the electronic item is one delimited line the delivery
               INTO :WS-CUST-EMAIL
               FROM policy_master p, customers c
               WHERE p.policy_id = :WS-POLICY-ID
                   AND c.customer_id =
                   COALESCE((SELECT r.customer_id
                       FROM policy_roles r
                       WHERE r.policy_id = p.policy_id
                           AND r.role_type = 'O'
                           AND r.role_status = 'A'
                       FETCH FIRST 1 ROW ONLY), p.customer_id)
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-CUST-EMAIL = SPACES
               MOVE SPACES TO EDELIVERY-RECORD
               STRING WS-CUST-EMAIL DELIMITED BY "  "
                      "|" DELIMITED BY SIZE
                      WS-TMPL-HEADING DELIMITED BY "  "
                      "|" DELIMITED BY SIZE
                      WS-TMPL-LEAD-LINE DELIMITED BY "  "
                      "|" DELIMITED BY SIZE
                      WS-TMPL-BODY-LINE DELIMITED BY SIZE
                   INTO EDELIVERY-RECORD

               WRITE EDELIVERY-RECORD
                       WS-EDELIVERY-STATUS
               END-IF
           END-IF.

      *> the recipient's statement: the figures and the name come
      *> off the NECEXTRACT row, read before the heading is written
      *> so the recipient line carries the payee's name. The
      *> recipient's copy shows only the last four of the TIN.
       FETCH-NEC-FIGURES.

           SET NEC-NOT-FOUND TO TRUE
           MOVE WS-VARIABLE-DATA(25:9) TO WS-NEC-ID-TEXT

           IF WS-NEC-ID-TEXT IS NUMERIC
               MOVE WS-NEC-ID-TEXT TO WS-NEC-ID

               EXEC SQL
                   SELECT tax_year, payee_name,
                       COALESCE(tax_id, ' '), nec_amount,
                       COALESCE(tax_withheld, 0)
                   INTO :WS-NEC-TAX-YEAR, :WS-CUSTOMER-NAME,
                       :WS-NEC-TAX-ID, :WS-NEC-AMOUNT,
                       :WS-NEC-WITHHELD
                   FROM nec_statements
                   WHERE nec_id = :WS-NEC-ID
               END-EXEC

               IF SQLCODE = 0
                   SET NEC-FOUND TO TRUE
               END-IF
           END-IF.

       WRITE-NEC-DETAIL.

           IF NEC-NOT-FOUND
               DISPLAY "NEC REQUEST " WS-CORR-ID " CARRIES NO "
                   "STATEMENT ON FILE - DETAIL NOT RENDERED"
           ELSE
               MOVE SPACES TO WS-NEC-MASKED-TIN
               IF WS-NEC-TAX-ID = SPACES
                   MOVE "NOT ON FILE" TO WS-NEC-MASKED-TIN
               ELSE
                   STRING "***-**-" WS-NEC-TAX-ID(8:4)
                       DELIMITED BY SIZE INTO WS-NEC-MASKED-TIN
               END-IF

               MOVE SPACES TO LETTERS-OUT-RECORD
               STRING "TAX YEAR               : " WS-NEC-TAX-YEAR
                   DELIMITED BY SIZE INTO LETTERS-OUT-RECORD
               WRITE LETTERS-OUT-RECORD

               MOVE SPACES TO LETTERS-OUT-RECORD
               STRING "RECIPIENT TIN          : " WS-NEC-MASKED-TIN
                   DELIMITED BY SIZE INTO LETTERS-OUT-RECORD
               WRITE LETTERS-OUT-RECORD

               MOVE SPACES TO LETTERS-OUT-RECORD
               STRING "NONEMPLOYEE COMPENSATION: " WS-NEC-AMOUNT
                   DELIMITED BY SIZE INTO LETTERS-OUT-RECORD
               WRITE LETTERS-OUT-RECORD

               MOVE SPACES TO LETTERS-OUT-RECORD
               STRING "FEDERAL TAX WITHHELD   : " WS-NEC-WITHHELD
                   DELIMITED BY SIZE INTO LETTERS-OUT-RECORD
               WRITE LETTERS-OUT-RECORD
           END-IF.

       CALL-OUTGEN.

           CALL "OUTGEN" USING OUTGEN-ACTION OUTGEN-PROGRAM
               OUTGEN-BASE-NAME OUTGEN-FILE-NAME OUTGEN-ID
               OUTGEN-RECORD-COUNT OUTGEN-CONTROL-TOTAL
               OUTGEN-STATUS.
