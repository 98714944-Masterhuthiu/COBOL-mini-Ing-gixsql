       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENCYMAINT.

      *> the agency master - the brokerage firms whose contracts
      *> say commission is paid to the firm, not to the agent who
      *> wrote the business - with the tax details the year-end
      *> reporting needs and the banking the payment run pays it by
      *> EFT with. Each agent's link to the agency they write under
      *> is effective-dated: a move between agencies closes one
      *> link and opens the next, so the statements already cut
      *> under the old agency stay exactly as they were.
      *> A link runs from effective_from up to, not including,
      *> effective_to; an open link has no effective_to.
      *> An agent paid as an individual is a payee in their own
      *> right, so the agent's own taxpayer id is kept here too -
      *> the year-end commission reporting needs one for every
      *> agent and every agency it pays.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-AGENCY-COUNT       PIC 9(5).
       01 WS-AGENT-COUNT        PIC 9(5).

       LINKAGE SECTION.

      *> "A" adds an agency (LK-AGENCY-ID zero, the new id comes
      *> back) or changes one, "L" links LK-AGENT-ID to LK-AGENCY-ID
      *> from LK-EFFECTIVE-DATE (agency zero ends the agent's link
      *> and leaves them paid as an individual), "F" finds the
      *> agency LK-AGENT-ID wrote under on LK-EFFECTIVE-DATE - zero
      *> and spaces when none. "T" records LK-TAX-ID as
      *> LK-AGENT-ID's own taxpayer id.
       01 LK-ACTION             PIC X(01).
           88 LK-ADD-CHANGE        VALUE "A".
           88 LK-LINK-AGENT        VALUE "L".
           88 LK-FIND-AGENCY       VALUE "F".
           88 LK-AGENT-TAX-ID      VALUE "T".
       01 LK-AGENCY-ID          PIC 9(9).
       01 LK-AGENCY-NAME        PIC X(100).
       01 LK-TAX-ID             PIC X(11).
       01 LK-BANK-CODE          PIC X(11).
       01 LK-ACCOUNT-NUMBER     PIC X(20).
       01 LK-AGENT-ID           PIC 9(9).
       01 LK-EFFECTIVE-DATE     PIC X(10).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-ACTION LK-AGENCY-ID
           LK-AGENCY-NAME LK-TAX-ID LK-BANK-CODE LK-ACCOUNT-NUMBER
           LK-AGENT-ID LK-EFFECTIVE-DATE LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

           EVALUATE TRUE
               WHEN LK-ADD-CHANGE
                   PERFORM ADD-OR-CHANGE-AGENCY
               WHEN LK-LINK-AGENT
                   PERFORM LINK-AGENT-TO-AGENCY
               WHEN LK-FIND-AGENCY
                   PERFORM FIND-AGENTS-AGENCY
               WHEN LK-AGENT-TAX-ID
                   PERFORM RECORD-AGENT-TAX-ID
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN AGENCY ACTION " LK-ACTION
           END-EVALUATE.

           GOBACK.

      *> the firm's legal name is what the payable and the year-end
      *> form carry, so it cannot be blank; a half-keyed bank
      *> detail pays by check rather than by EFT to nowhere.
       ADD-OR-CHANGE-AGENCY.

           EVALUATE TRUE
               WHEN LK-AGENCY-NAME = SPACES
                   DISPLAY "ERROR: AGENCY NAME REQUIRED"
               WHEN LK-TAX-ID = SPACES
                   DISPLAY "ERROR: AGENCY TAX ID REQUIRED"
               WHEN LK-BANK-CODE = SPACES
                   AND LK-ACCOUNT-NUMBER NOT = SPACES
                   DISPLAY "ERROR: BANK CODE AND ACCOUNT NUMBER "
                       "GO TOGETHER"
               WHEN LK-BANK-CODE NOT = SPACES
                   AND LK-ACCOUNT-NUMBER = SPACES
                   DISPLAY "ERROR: BANK CODE AND ACCOUNT NUMBER "
                       "GO TOGETHER"
               WHEN LK-AGENCY-ID = 0
                   PERFORM ADD-NEW-AGENCY
               WHEN OTHER
                   PERFORM CHANGE-AGENCY
           END-EVALUATE.

       ADD-NEW-AGENCY.

           EXEC SQL
               INSERT INTO agencies
               (agency_name, tax_id, bank_code, account_number,
                   agency_status)
               VALUES
               (:LK-AGENCY-NAME, :LK-TAX-ID, :LK-BANK-CODE,
                   :LK-ACCOUNT-NUMBER, 'A')
               RETURNING agency_id INTO :LK-AGENCY-ID
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "AGENCY " LK-AGENCY-ID " ADDED"
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR ADDING AGENCY - " SQL-ERROR-MESSAGE
           END-IF.

       CHANGE-AGENCY.

           EXEC SQL
               UPDATE agencies
               SET agency_name = :LK-AGENCY-NAME,
                   tax_id = :LK-TAX-ID,
                   bank_code = :LK-BANK-CODE,
                   account_number = :LK-ACCOUNT-NUMBER
               WHERE agency_id = :LK-AGENCY-ID
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
               DISPLAY "AGENCY " LK-AGENCY-ID " CHANGED"
               SET LK-STATUS-OK TO TRUE
           ELSE
               DISPLAY "ERROR: AGENCY " LK-AGENCY-ID " NOT FOUND"
           END-IF.

      *> the agent has to be a live emp row and the agency an
      *> active one; the link the agent is under on the date ends
      *> there, and any link keyed for a later date is superseded.
       LINK-AGENT-TO-AGENCY.

           MOVE 0 TO WS-AGENT-COUNT
           MOVE 0 TO WS-AGENCY-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :WS-AGENT-COUNT
               FROM emp
               WHERE id = :LK-AGENT-ID
                   AND is_deleted = FALSE
           END-EXEC

           IF LK-AGENCY-ID > 0
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-AGENCY-COUNT
                   FROM agencies
                   WHERE agency_id = :LK-AGENCY-ID
                       AND agency_status = 'A'
               END-EXEC
           END-IF

           EVALUATE TRUE
               WHEN WS-AGENT-COUNT = 0
                   DISPLAY "ERROR: AGENT " LK-AGENT-ID
                       " IS NOT AN ACTIVE EMPLOYEE"
               WHEN LK-AGENCY-ID > 0 AND WS-AGENCY-COUNT = 0
                   DISPLAY "ERROR: AGENCY " LK-AGENCY-ID
                       " IS NOT AN ACTIVE AGENCY"
               WHEN LK-EFFECTIVE-DATE = SPACES
                   DISPLAY "ERROR: LINK EFFECTIVE DATE REQUIRED"
               WHEN OTHER
                   PERFORM STORE-AGENT-LINK
           END-EVALUATE.

       STORE-AGENT-LINK.

           EXEC SQL
               DELETE FROM agency_agents
               WHERE agent_id = :LK-AGENT-ID
                   AND effective_from >= :LK-EFFECTIVE-DATE
           END-EXEC

           EXEC SQL
               UPDATE agency_agents
               SET effective_to = :LK-EFFECTIVE-DATE
               WHERE agent_id = :LK-AGENT-ID
                   AND effective_from < :LK-EFFECTIVE-DATE
                   AND (effective_to IS NULL
                       OR effective_to > :LK-EFFECTIVE-DATE)
           END-EXEC

           IF LK-AGENCY-ID = 0
               DISPLAY "AGENT " LK-AGENT-ID " PAID AS AN "
                   "INDIVIDUAL FROM " LK-EFFECTIVE-DATE
               SET LK-STATUS-OK TO TRUE
           ELSE
               EXEC SQL
                   INSERT INTO agency_agents
                   (agent_id, agency_id, effective_from)
                   VALUES
                   (:LK-AGENT-ID, :LK-AGENCY-ID,
                       :LK-EFFECTIVE-DATE)
               END-EXEC

               IF SQLCODE = 0
                   DISPLAY "AGENT " LK-AGENT-ID " WRITES UNDER "
                       "AGENCY " LK-AGENCY-ID " FROM "
                       LK-EFFECTIVE-DATE
                   SET LK-STATUS-OK TO TRUE
               ELSE
                   MOVE SQLCODE TO SQL-ERROR-CODE
                   CALL "SQLMSG" USING SQL-ERROR-CODE
                       SQL-ERROR-MESSAGE
                   DISPLAY "ERROR LINKING AGENT - "
                       SQL-ERROR-MESSAGE
               END-IF
           END-IF.

       FIND-AGENTS-AGENCY.

           MOVE 0 TO LK-AGENCY-ID
           MOVE SPACES TO LK-AGENCY-NAME
           MOVE SPACES TO LK-TAX-ID
           MOVE SPACES TO LK-BANK-CODE
           MOVE SPACES TO LK-ACCOUNT-NUMBER

           EXEC SQL
               SELECT g.agency_id, g.agency_name,
                   COALESCE(g.tax_id, ' '),
                   COALESCE(g.bank_code, ' '),
                   COALESCE(g.account_number, ' ')
               INTO :LK-AGENCY-ID, :LK-AGENCY-NAME, :LK-TAX-ID,
                   :LK-BANK-CODE, :LK-ACCOUNT-NUMBER
               FROM agency_agents l, agencies g
               WHERE l.agent_id = :LK-AGENT-ID
                   AND g.agency_id = l.agency_id
                   AND l.effective_from <= :LK-EFFECTIVE-DATE
                   AND (l.effective_to IS NULL
                       OR l.effective_to > :LK-EFFECTIVE-DATE)
           END-EXEC

           IF SQLCODE = 0
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE 0 TO LK-AGENCY-ID
               MOVE SPACES TO LK-AGENCY-NAME
               IF SQLCODE = 100
                   SET LK-STATUS-OK TO TRUE
               END-IF
           END-IF.

      *> one taxpayer id per agent - a corrected id replaces the
      *> old one, and the next year-end extract picks it up.
       RECORD-AGENT-TAX-ID.

           MOVE 0 TO WS-AGENT-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :WS-AGENT-COUNT
               FROM emp
               WHERE id = :LK-AGENT-ID
                   AND is_deleted = FALSE
           END-EXEC

           EVALUATE TRUE
               WHEN WS-AGENT-COUNT = 0
                   DISPLAY "ERROR: AGENT " LK-AGENT-ID
                       " IS NOT AN ACTIVE EMPLOYEE"
               WHEN LK-TAX-ID = SPACES
                   DISPLAY "ERROR: AGENT TAX ID REQUIRED"
               WHEN OTHER
                   PERFORM STORE-AGENT-TAX-ID
           END-EVALUATE.

       STORE-AGENT-TAX-ID.

           EXEC SQL
               UPDATE agent_tax_ids
               SET tax_id = :LK-TAX-ID
               WHERE agent_id = :LK-AGENT-ID
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) = 0
               EXEC SQL
                   INSERT INTO agent_tax_ids
                   (agent_id, tax_id)
                   VALUES
                   (:LK-AGENT-ID, :LK-TAX-ID)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               DISPLAY "AGENT " LK-AGENT-ID " TAX ID RECORDED"
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR RECORDING AGENT TAX ID - "
                   SQL-ERROR-MESSAGE
           END-IF.
