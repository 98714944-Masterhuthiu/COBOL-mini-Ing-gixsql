       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREATYMAINT.

      *> the reinsurance treaty master. Each treaty is one layer of
      *> one line of business with one reinsurer for one effective
      *> window - the January renewal adds next year's treaties
      *> with their new terms rather than editing this year's, so
      *> a policy is always ceded (and its claims recovered) under
      *> the terms in force on its issue date. Treaty types:
      *>   "Q" quota share - the reinsurer takes the cession
      *>       percentage of every risk up to the layer limit
      *>   "S" surplus     - the reinsurer takes the part of each
      *>       risk above our retention, up to the layer limit, at
      *>       the cession percentage
      *>   "X" excess      - per-risk excess of loss: the reinsurer
      *>       pays the part of each claim above the retention up to
      *>       the limit, for the cession percentage of premium as
      *>       its rate on line
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       COPY "../copy/sqlmsg.cpy".

       01 WS-OVERLAP-COUNT      PIC 9(7).

       LINKAGE SECTION.

      *> LK-TREATY-ID zero adds a treaty (the new id comes back in
      *> it); non-zero corrects that treaty's reinsurer and terms.
       01 LK-TREATY-ID          PIC 9(9).
       01 LK-TREATY-CODE        PIC X(10).
       01 LK-REINSURER-NAME     PIC X(60).
       01 LK-LINE-OF-BUSINESS   PIC X(20).
       01 LK-TREATY-TYPE        PIC X(01).
           88 LK-QUOTA-SHARE       VALUE "Q".
           88 LK-SURPLUS           VALUE "S".
           88 LK-EXCESS            VALUE "X".
       01 LK-RETENTION          PIC 9(9)V99.
       01 LK-LAYER-LIMIT        PIC 9(9)V99.
       01 LK-CESSION-PCT        PIC 9V999.
       01 LK-EFFECTIVE-FROM     PIC X(10).
       01 LK-EFFECTIVE-TO       PIC X(10).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-TREATY-ID LK-TREATY-CODE
           LK-REINSURER-NAME LK-LINE-OF-BUSINESS LK-TREATY-TYPE
           LK-RETENTION LK-LAYER-LIMIT LK-CESSION-PCT
           LK-EFFECTIVE-FROM LK-EFFECTIVE-TO LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

           PERFORM COUNT-OVERLAPPING-TREATIES

           EVALUATE TRUE
               WHEN LK-TREATY-CODE = SPACES
                   DISPLAY "ERROR: TREATY CODE IS BLANK"
               WHEN LK-REINSURER-NAME = SPACES
                   DISPLAY "ERROR: REINSURER NAME IS BLANK"
               WHEN LK-LINE-OF-BUSINESS = SPACES
                   DISPLAY "ERROR: LINE OF BUSINESS IS BLANK"
               WHEN NOT LK-QUOTA-SHARE AND NOT LK-SURPLUS
                   AND NOT LK-EXCESS
                   DISPLAY "ERROR: TREATY TYPE MUST BE Q, S OR X"
               WHEN LK-LAYER-LIMIT NOT > 0
                   DISPLAY "ERROR: LAYER LIMIT MUST BE POSITIVE"
               WHEN NOT LK-QUOTA-SHARE
                   AND LK-RETENTION NOT < LK-LAYER-LIMIT
                   DISPLAY "ERROR: RETENTION MUST BE BELOW THE "
                       "LAYER LIMIT"
               WHEN LK-CESSION-PCT NOT > 0 OR LK-CESSION-PCT > 1
                   DISPLAY "ERROR: CESSION PERCENT MUST BE OVER 0 "
                       "AND AT MOST 1"
               WHEN LK-EFFECTIVE-FROM = SPACES
                   OR LK-EFFECTIVE-TO = SPACES
                   DISPLAY "ERROR: EFFECTIVE WINDOW IS INCOMPLETE"
               WHEN LK-EFFECTIVE-TO < LK-EFFECTIVE-FROM
                   DISPLAY "ERROR: TREATY ENDS BEFORE IT STARTS"
               WHEN WS-OVERLAP-COUNT > 0
                   DISPLAY "ERROR: A " LK-TREATY-TYPE " TREATY ON "
                       LK-LINE-OF-BUSINESS " IS ALREADY IN FORCE "
                       "IN THAT WINDOW"
               WHEN LK-TREATY-ID = 0
                   PERFORM ADD-ONE-TREATY
               WHEN OTHER
                   PERFORM CORRECT-ONE-TREATY
           END-EVALUATE.

           GOBACK.

      *> one treaty of each type per line at a time - a policy has
      *> to resolve to exactly one quota share, one surplus and one
      *> excess layer on its issue date, never two of the same.
       COUNT-OVERLAPPING-TREATIES.

           MOVE 0 TO WS-OVERLAP-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :WS-OVERLAP-COUNT
               FROM reins_treaties
               WHERE RTRIM(line_of_business) =
                       RTRIM(:LK-LINE-OF-BUSINESS)
                   AND treaty_type = :LK-TREATY-TYPE
                   AND treaty_id <> :LK-TREATY-ID
                   AND effective_from <= :LK-EFFECTIVE-TO
                   AND effective_to >= :LK-EFFECTIVE-FROM
           END-EXEC.

       ADD-ONE-TREATY.

           EXEC SQL
               INSERT INTO reins_treaties
               (treaty_code, reinsurer_name, line_of_business,
                   treaty_type, retention, layer_limit,
                   cession_pct, effective_from, effective_to)
               VALUES
               (:LK-TREATY-CODE, :LK-REINSURER-NAME,
                   :LK-LINE-OF-BUSINESS, :LK-TREATY-TYPE,
                   :LK-RETENTION, :LK-LAYER-LIMIT, :LK-CESSION-PCT,
                   :LK-EFFECTIVE-FROM, :LK-EFFECTIVE-TO)
               RETURNING treaty_id INTO :LK-TREATY-ID
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "TREATY " LK-TREATY-CODE " (" LK-TREATY-ID
                   ") ADDED: " LK-LINE-OF-BUSINESS " TYPE "
                   LK-TREATY-TYPE " " LK-EFFECTIVE-FROM " TO "
                   LK-EFFECTIVE-TO
               SET LK-STATUS-OK TO TRUE
           ELSE
               MOVE SQLCODE TO SQL-ERROR-CODE
               CALL "SQLMSG" USING SQL-ERROR-CODE SQL-ERROR-MESSAGE
               DISPLAY "ERROR ADDING TREATY - " SQL-ERROR-MESSAGE
           END-IF.

       CORRECT-ONE-TREATY.

           EXEC SQL
               UPDATE reins_treaties
               SET treaty_code = :LK-TREATY-CODE,
                   reinsurer_name = :LK-REINSURER-NAME,
                   line_of_business = :LK-LINE-OF-BUSINESS,
                   treaty_type = :LK-TREATY-TYPE,
                   retention = :LK-RETENTION,
                   layer_limit = :LK-LAYER-LIMIT,
                   cession_pct = :LK-CESSION-PCT,
                   effective_from = :LK-EFFECTIVE-FROM,
                   effective_to = :LK-EFFECTIVE-TO
               WHERE treaty_id = :LK-TREATY-ID
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) = 0
               DISPLAY "ERROR: TREATY " LK-TREATY-ID " NOT FOUND"
           ELSE
               IF SQLCODE = 0
                   DISPLAY "TREATY " LK-TREATY-CODE " ("
                       LK-TREATY-ID ") CORRECTED"
                   SET LK-STATUS-OK TO TRUE
               ELSE
                   MOVE SQLCODE TO SQL-ERROR-CODE
                   CALL "SQLMSG" USING SQL-ERROR-CODE
                       SQL-ERROR-MESSAGE
                   DISPLAY "ERROR CORRECTING TREATY - "
                       SQL-ERROR-MESSAGE
               END-IF
           END-IF.
