      *> placement must cover from it, so the two can never drift
      *> onto different ideas of where the line sits. Same
      *> one-constant-one-program shape as RISKCLASS.
      *> The line is the top of the proportional layers (quota
      *> share and surplus) in force for the policy's line of
      *> business on its issue date, off the treaty master
      *> TREATYMAINT keeps; a line with no treaty loaded for that
      *> date falls back to the standing capacity below.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       01 TREATY-CAPACITY      PIC 9(9)V99 VALUE 1000000.00.

       01 WS-LAYER-TOP         PIC 9(9)V99.

       LINKAGE SECTION.

       01 LK-POLICY-TYPE       PIC X(20).
       01 LK-ISSUE-DATE        PIC X(10).
       01 LK-CAPACITY          PIC 9(9)V99.

       PROCEDURE DIVISION USING LK-POLICY-TYPE LK-ISSUE-DATE
           LK-CAPACITY.

           MOVE 0 TO WS-LAYER-TOP

           EXEC SQL
               SELECT COALESCE(MAX(layer_limit), 0)
               INTO :WS-LAYER-TOP
               FROM reins_treaties
               WHERE RTRIM(line_of_business) =
                       RTRIM(:LK-POLICY-TYPE)
                   AND treaty_type IN ('Q', 'S')
                   AND effective_from <= :LK-ISSUE-DATE
                   AND effective_to >= :LK-ISSUE-DATE
           END-EXEC

           IF SQLCODE = 0 AND WS-LAYER-TOP > 0
               MOVE WS-LAYER-TOP TO LK-CAPACITY
           ELSE
               MOVE TREATY-CAPACITY TO LK-CAPACITY
           END-IF

           GOBACK.
