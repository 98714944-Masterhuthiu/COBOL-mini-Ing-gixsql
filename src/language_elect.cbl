       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANGUAGEELECT.

      *> stores the language a customer reads their letters in.
      *> CORRFORMAT renders each letter from the template version
      *> filed in this language and falls back to English where
      *> none is filed - so a language with no template filed at all
      *> is refused here rather than stored as a preference every
      *> letter would quietly ignore. Same one-flag maintenance
      *> shape as DELIVERYELECT.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-TEMPLATE-COUNT     PIC 9(7).
       01 WS-CUSTOMER-COUNT     PIC 9(7).

       LINKAGE SECTION.

       01 LK-CUSTOMER-ID        PIC 9(9).
      *> "EN" English, "ES" Spanish - any language with templates
      *> filed in LETTERTMPL.
       01 LK-LANGUAGE-CODE      PIC X(02).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-CUSTOMER-ID LK-LANGUAGE-CODE
           LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

           MOVE 0 TO WS-TEMPLATE-COUNT
           MOVE 0 TO WS-CUSTOMER-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :WS-TEMPLATE-COUNT
               FROM letter_templates
               WHERE language_code = :LK-LANGUAGE-CODE
           END-EXEC

           EXEC SQL
               SELECT COUNT(*) INTO :WS-CUSTOMER-COUNT
               FROM customers
               WHERE customer_id = :LK-CUSTOMER-ID
                   AND customer_status = 'A'
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-CUSTOMER-COUNT = 0
                   DISPLAY "ERROR: CUSTOMER " LK-CUSTOMER-ID
                       " IS NOT AN ACTIVE CUSTOMER"
               WHEN LK-LANGUAGE-CODE NOT = "EN"
                   AND WS-TEMPLATE-COUNT = 0
                   DISPLAY "ERROR: NO LETTER TEMPLATES FILED IN "
                       "LANGUAGE " LK-LANGUAGE-CODE
                       " - PREFERENCE NOT STORED"
               WHEN OTHER
                   PERFORM STORE-THE-LANGUAGE
           END-EVALUATE.

           GOBACK.

       STORE-THE-LANGUAGE.

           EXEC SQL
               UPDATE customers
               SET language_code = :LK-LANGUAGE-CODE,
                   row_version = COALESCE(row_version, 0) + 1
               WHERE customer_id = :LK-CUSTOMER-ID
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "LANGUAGE " LK-LANGUAGE-CODE
                   " STORED FOR CUSTOMER " LK-CUSTOMER-ID
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR STORING LANGUAGE: " SQLCODE
                   " - " SQL-ERROR-MESSAGE
           END-IF.
