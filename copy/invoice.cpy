      *> its own invoice so the fee shows as a line of its own and
      *> the reopened installment stays what it always was.
           88 INVOICE-RETURN-FEE    VALUE "F".
      *> an employer group bill - one per group per cycle, policy_id
      *> zero, every certificate's month (and any retro month) on
      *> group_bill_lines beneath it.
           88 INVOICE-GROUP         VALUE "G".
      *> the customers row a combined invoice bills - zero on the
      *> ordinary one-policy invoices the run has always written.
       01 INV-CUSTOMER-ID      PIC 9(9) VALUE 0.
      *> the group_masters row a group bill invoices - zero on
      *> every other kind of invoice.
       01 INV-GROUP-ID         PIC 9(9) VALUE 0.
       01 INV-STATUS           PIC X(01) VALUE "O".
           88 INVOICE-OPEN       VALUE "O".
           88 INVOICE-PAID       VALUE "P".
