      *> shared employer group layout - the group master the
      *> employer is billed under and the certificates that carry
      *> each enrolled employee's coverage beneath it. Used by the
      *> group maintenance, the census intake and the group bill.
       01 GRP-GROUP-ID          PIC 9(9).
       01 GRP-EMPLOYER-NAME     PIC X(100).
       01 GRP-CONTACT-NAME      PIC X(100).
       01 GRP-CONTACT-PHONE     PIC X(20).
       01 GRP-BILLING-ADDRESS   PIC X(200).
      *> the employer's share of each certificate's rate, as a
      *> fraction - 0.75 means the employer pays three quarters and
      *> the employee's payroll deduction covers the rest. The
      *> group bill invoices the employer for the whole amount and
      *> shows the split.
       01 GRP-EMPLOYER-SHARE    PIC 9V99.
       01 GRP-EFFECTIVE-DATE    PIC X(10).
       01 GRP-STATUS            PIC X(01) VALUE "A".
           88 GROUP-ACTIVE        VALUE "A".
           88 GROUP-TERMINATED    VALUE "T".
      *> a net credit the last group bill could not use up - late
      *> terminations can credit back more than a cycle bills.
       01 GRP-CREDIT-BALANCE    PIC 9(9)V99 VALUE 0.

      *> one plan option the employer offers - the census enrolls
      *> each employee into one of these by code, and the option's
      *> monthly rate is what the certificate bills at.
       01 OPT-PLAN-CODE         PIC X(10).
       01 OPT-COVERAGE-TYPE     PIC X(20).
       01 OPT-COVERAGE-AMOUNT   PIC 9(9)V99.
       01 OPT-MONTHLY-RATE      PIC 9(7)V99.

      *> one employee's coverage under the group. A plan change
      *> closes the certificate and opens a new one from the
      *> change's effective date, so every certificate row bills at
      *> a single rate for its whole life.
       01 CERT-CERTIFICATE-ID   PIC 9(9).
       01 CERT-EMPLOYEE-ID      PIC X(12).
       01 CERT-EMPLOYEE-NAME    PIC X(100).
       01 CERT-DATE-OF-BIRTH    PIC X(10).
       01 CERT-PLAN-CODE        PIC X(10).
       01 CERT-COVERAGE-AMOUNT  PIC 9(9)V99.
       01 CERT-MONTHLY-RATE     PIC 9(7)V99.
       01 CERT-EFFECTIVE-DATE   PIC X(10).
       01 CERT-TERMINATION-DATE PIC X(10).
       01 CERT-STATUS           PIC X(01) VALUE "A".
           88 CERT-ACTIVE         VALUE "A".
           88 CERT-TERMINATED     VALUE "T".
