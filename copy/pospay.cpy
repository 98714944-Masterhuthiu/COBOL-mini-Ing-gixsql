      *> shared positive-pay record layout - the bank holds every
      *> check presented against our disbursement account up to
      *> this list and pays only what matches. PAYMENTRUN sends an
      *> issue record for every check it prints; BANKRECON sends a
      *> void record for every check voided, stopped or stale-dated
      *> so a check we have cancelled can never clear.
       01 POSPAY-RECORD.
           02 PP-ACCOUNT-NUMBER  PIC X(20).
           02 PP-CHECK-NUMBER    PIC 9(9).
           02 PP-AMOUNT          PIC 9(9)V99.
           02 PP-ISSUE-DATE      PIC X(10).
           02 PP-PAYEE-NAME      PIC X(60).
           02 PP-ISSUE-CODE      PIC X(01).
               88 PP-ISSUED          VALUE "I".
               88 PP-VOIDED          VALUE "V".
      *> the date the void or stop took effect - blank on an issue.
           02 PP-VOID-DATE       PIC X(10).

      *> the account every check is drawn on.
       01 DISBURSEMENT-ACCOUNT   PIC X(20) VALUE "4471180023".
