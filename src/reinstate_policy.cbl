
      *> how long after the missed renewal a lapsed policy can still
      *> come back - past this window it stays lapsed and the
      *> customer reapplies as new business. This is the company
      *> default; a value filed through PARAMMAINT for the policy's
      *> type or state and in force today takes its place.
       01 REINSTATE-WINDOW-DAYS PIC 9(3) VALUE 180.
       01 WS-REINSTATE-WINDOW   PIC 9(5).
       01 WS-PARAM-NAME         PIC X(30).
       01 WS-PARAM-VALUE        PIC 9(7)V9999.

       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-JULIAN       PIC 9(7).

           EXEC SQL
               SELECT premium, renewal_date, policy_status,
                   COALESCE(row_version, 0), policy_type,
                   COALESCE(jurisdiction_code, ' ')
               INTO :PREMIUM, :RENEWAL-DATE, :POLICY-STATUS,
                   :WS-ROW-VERSION, :POLICY-TYPE, :JURISDICTION-CODE
               FROM policy_master
               WHERE policy_id = :POLICY-ID
           END-EXEC.
           COMPUTE WS-DAYS-LAPSED =
               WS-TODAY-JULIAN - WS-RENEWAL-JULIAN

           MOVE "REINSTATE-WINDOW-DAYS" TO WS-PARAM-NAME
           MOVE REINSTATE-WINDOW-DAYS TO WS-PARAM-VALUE
           CALL "BIZPARAM" USING WS-PARAM-NAME POLICY-TYPE
               JURISDICTION-CODE WS-TODAY-DASH WS-PARAM-VALUE
           MOVE WS-PARAM-VALUE TO WS-REINSTATE-WINDOW

           EVALUATE TRUE
               WHEN WS-DAYS-LAPSED > WS-REINSTATE-WINDOW
                   DISPLAY "ERROR: POLICY " POLICY-ID " MISSED ITS "
                       "RENEWAL " WS-DAYS-LAPSED " DAYS AGO - "
                       "OUTSIDE THE " WS-REINSTATE-WINDOW
                       " DAY REINSTATEMENT WINDOW"
               WHEN LK-PAYMENT-AMOUNT < PREMIUM
                   DISPLAY "ERROR: PAYMENT " LK-PAYMENT-AMOUNT
