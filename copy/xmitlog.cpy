      *> shared work area for XMITLOG, the outbound transmission
      *> log - COPY this in any batch that registers a file as sent.
      *> The caller names the file; XMITLOG finds who receives it,
      *> logs the send with its counts and when the acknowledgement
      *> is due, and hands back the log id.
       01 XMIT-ACTION           PIC X(01).
       01 XMIT-BASE-NAME        PIC X(40).
       01 XMIT-FILE-NAME        PIC X(60).
       01 XMIT-GENERATION-ID    PIC 9(9).
       01 XMIT-RECORD-COUNT     PIC 9(9).
       01 XMIT-HASH-TOTAL       PIC 9(13)V99.
       01 XMIT-ID               PIC 9(9).
       01 XMIT-STATUS           PIC X(01).
           88 XMIT-OK               VALUE "Y".
           88 XMIT-FAILED           VALUE "N".
           88 XMIT-NO-DESTINATION   VALUE "U".
