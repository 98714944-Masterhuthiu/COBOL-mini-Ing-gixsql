      *> held until the desk confirms a good address, and print
      *> correspondence stops going to the bad one.
           88 CUSTOMER-HELD      VALUE "H".
      *> past retention with nothing left on the books - the row
      *> survives only as an id and the birth year the statistics
      *> need; everything that named the person is gone.
           88 CUSTOMER-ANONYMIZED VALUE "X".
      *> how the customer wants their correspondence - "P" print
      *> and post (the default everyone started with), "E"
      *> electronic delivery, honored only with consent on file
       01 CUST-DELIVERY-PREF   PIC X(01) VALUE "P".
           88 DELIVER-BY-PRINT   VALUE "P".
           88 DELIVER-BY-EMAIL   VALUE "E".
      *> the customer's taxpayer id (SSN or EIN, as keyed with its
      *> dashes) - protected: nothing prints or displays more than
      *> the last four, CUST-TIN-LAST-FOUR.
       01 CUST-TAX-ID          PIC X(11).
       01 CUST-TAX-ID-PARTS REDEFINES CUST-TAX-ID.
           02 FILLER             PIC X(07).
           02 CUST-TIN-LAST-FOUR PIC X(04).
      *> where the W-9 stands - "C" the customer certified the id on
      *> a W-9 (CUST-W9-DATE is when), "N" no certification on file.
      *> A reportable payment to anyone not certified takes backup
      *> withholding.
       01 CUST-W9-STATUS       PIC X(01) VALUE "N".
           88 W9-CERTIFIED       VALUE "C".
           88 W9-NOT-ON-FILE     VALUE "N".
       01 CUST-W9-DATE         PIC X(10).
      *> "Y" once an IRS mismatch notice went unanswered past its
      *> deadline - backup withholding stays on until a corrected,
      *> certified id clears it.
       01 CUST-BACKUP-WITHHOLD PIC X(01) VALUE "N".
           88 BACKUP-WITHHOLDING-ON VALUE "Y".
      *> the language the customer reads their letters in - CORRFORMAT
      *> renders each letter from the template version filed in this
      *> language, falling back to English where none is filed.
       01 CUST-LANGUAGE        PIC X(02) VALUE "EN".
           88 LANGUAGE-ENGLISH   VALUE "EN".
           88 LANGUAGE-SPANISH   VALUE "ES".
