           88 FRAUD-NOT-SCREENED  VALUE " ".
           88 FRAUD-HELD          VALUE "H".
           88 FRAUD-CLEARED       VALUE "C".
      *> which covered member received the care on a HEALTH claim -
      *> a dependent's customer id off covered_members, or zero for
      *> the subscriber (the policy's own insured); checked against
      *> that member's coverage dates on the date of loss.
       01 MEMBER-ID             PIC 9(9) VALUE 0.
