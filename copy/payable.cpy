      *> closes it as "X".
           88 PAYABLE-PENDING-APPROVAL VALUE "H".
           88 PAYABLE-REJECTED         VALUE "X".
      *> the in-network provider an assigned HEALTH claim pays -
      *> the payment run consolidates every open payable carrying
      *> the same provider into one payment with a remittance
      *> advice. Zero for everyone else.
       01 PAY-PROVIDER-ID      PIC 9(9) VALUE 0.
