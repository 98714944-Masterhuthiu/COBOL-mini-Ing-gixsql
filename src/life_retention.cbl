       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIFERETAIN.

      *> the one place our per-life retention lives, and the one
      *> way the amount we already retain on a life is added up -
      *> CREATE-POLICY holds a new policy for facultative placement
      *> against it, FACCERT releases the held policy against it
      *> and LIFERETRPT lists the lives over it, so the three can
      *> never disagree. Same one-constant-one-program shape as
      *> TREATYLINE.
      *> A life is a customers row. Its retained amount is the
      *> coverage on every in-force policy it is insured under -
      *> as the policyholder or as the second life of a joint
      *> policy - less whatever facultative certificates have
      *> already placed on each. Policies held unplaced ("F") count:
      *> they go in force the moment their placement completes.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE sqlca END-EXEC.

       01 PER-LIFE-RETENTION   PIC 9(9)V99 VALUE 1000000.00.

       LINKAGE SECTION.

      *> LK-CUSTOMER-ID zero (an unlinked policy) returns the
      *> retention alone with nothing retained - an unlinked life
      *> cannot be added up.
       01 LK-CUSTOMER-ID       PIC 9(9).
      *> the policy being checked, left out of the total so the
      *> caller can add its own coverage - zero leaves none out.
       01 LK-EXCLUDE-POLICY-ID PIC 9(9).
       01 LK-RETAINED          PIC 9(11)V99.
       01 LK-RETENTION         PIC 9(9)V99.

       PROCEDURE DIVISION USING LK-CUSTOMER-ID LK-EXCLUDE-POLICY-ID
           LK-RETAINED LK-RETENTION.

           MOVE PER-LIFE-RETENTION TO LK-RETENTION
           MOVE 0 TO LK-RETAINED

           IF LK-CUSTOMER-ID > 0
               EXEC SQL
                   SELECT COALESCE(SUM(GREATEST(
                       COALESCE(p.coverage_amount, 0)
                       - COALESCE((SELECT SUM(f.ceded_amount)
                           FROM fac_certificates f
                           WHERE f.policy_id = p.policy_id
                               AND f.cert_status = 'A'), 0),
                       0)), 0)
                   INTO :LK-RETAINED
                   FROM policy_master p
                   WHERE (p.customer_id = :LK-CUSTOMER-ID
                       OR p.second_customer_id = :LK-CUSTOMER-ID)
                       AND p.policy_status IN
                           ('A', 'W', 'R', 'X', 'F')
                       AND p.policy_id <> :LK-EXCLUDE-POLICY-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 0 TO LK-RETAINED
               END-IF
           END-IF

           GOBACK.
