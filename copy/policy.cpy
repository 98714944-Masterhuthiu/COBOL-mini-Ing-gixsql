      *> placement - not in force, so billing and claims leave it
      *> alone; FACCERT flips it active once the excess is placed.
           88 POLICY-STATUS-UNPLACED  VALUE "F".
      *> a lapsed LIFE policy whose cash value bought its reduced
      *> paid-up nonforfeiture option - in force at the lower
      *> COVERAGE-AMOUNT with no further premium, so billing, dunning
      *> and lapse leave it alone while claims still pay.
           88 POLICY-STATUS-PAID-UP   VALUE "R".
      *> a lapsed LIFE policy whose cash value bought extended-term
      *> coverage - the full face stays in force, premium-free,
      *> until EXTENDED-TERM-EXPIRY; the term expiry sweep ends it.
           88 POLICY-STATUS-EXTENDED-TERM VALUE "X".
      *> rescinded for material misrepresentation on the
      *> application, found on a contestable death claim - void
      *> from inception, the premiums paid refunded in place of the
      *> benefit.
           88 POLICY-STATUS-RESCINDED VALUE "V".
      *> id of the emp row for the underwriter/agent who wrote or
      *> services this policy - zero means no agent has been linked.
       01 AGENT-ID             PIC 9(9) VALUE 0.
      *> the first death on a survivorship policy - spaces until it
      *> happens; the second claim settles and terminates.
       01 FIRST-DEATH-DATE     PIC X(10) VALUE SPACES.
      *> the last day of extended-term nonforfeiture coverage -
      *> spaces unless the policy status is "X"; a loss after this
      *> date is not covered.
       01 EXTENDED-TERM-EXPIRY PIC X(10) VALUE SPACES.
