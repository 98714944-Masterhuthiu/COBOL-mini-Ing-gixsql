       01 LIFE-POL             OBJECT REFERENCE LifePolicy.
       01 HEALTH-POL           OBJECT REFERENCE HealthPolicy.
       01 ANNUITY-POL          OBJECT REFERENCE AnnuityPolicy.
       01 UL-POL               OBJECT REFERENCE UniversalLifePolicy.
       01 STD-POL              OBJECT REFERENCE StandardPolicy.

      *> the filed, effective-dated rate for this policy type - when
           88 POLICY-ROW-FOUND    VALUE "Y".
           88 POLICY-ROW-MISSING  VALUE "N".

      *> the dependent load: a HEALTH policy covers its subscriber
      *> in the class premium and each spouse or child covered with
      *> them adds this share of it again. Counted fresh on every
      *> rating off covered_members, so a member added or aged off
      *> moves the premium the next time the policy is rated.
       01 DEPENDENT-LOAD        PIC 9V99 VALUE 0.50.
       01 WS-MEMBER-COUNT       PIC 9(3).

      *> the policy's joint-life shape - the LifePolicy class owns
      *> the two-life factors; this program only ferries the code
      *> from the policy row into the class.
               PERFORM APPLY-RISK-CLASS
           END-IF

           IF LK-POLICY-TYPE = "HEALTH" AND POLICY-ROW-FOUND
               PERFORM APPLY-MEMBER-LOAD
           END-IF

           IF POLICY-ROW-FOUND
               PERFORM APPLY-HOUSEHOLD-DISCOUNT
           END-IF.
                   LK-NEW-PREMIUM * WS-RISK-FACTOR
           END-IF.

      *> members covered today - terminated rows and rows not yet
      *> effective do not count. A quote has no policy row and
      *> rates the subscriber alone.
       APPLY-MEMBER-LOAD.

           MOVE 0 TO WS-MEMBER-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :WS-MEMBER-COUNT
               FROM covered_members
               WHERE policy_id = :WS-LOOKUP-POLICY-ID
                   AND member_status = 'A'
                   AND effective_date <= :WS-RATING-DATE
           END-EXEC

           IF SQLCODE = 0 AND WS-MEMBER-COUNT > 0
               COMPUTE LK-NEW-PREMIUM ROUNDED =
                   LK-NEW-PREMIUM
                   * (1 + DEPENDENT-LOAD * WS-MEMBER-COUNT)
           END-IF.

      *> a family with enough active policies across its household
      *> rows earns the multi-policy discount on each of them - an
      *> unlinked customer, or one outside any household, rates
                       USING LK-CURRENCY-CODE
                   INVOKE ANNUITY-POL "calcPremium"
                       RETURNING LK-NEW-PREMIUM
               WHEN "UL"
                   INVOKE UniversalLifePolicy "new" RETURNING UL-POL
                   INVOKE UL-POL "setPolicy"
                       USING LK-POLICY-NUMBER WS-OLD-PREMIUM-STAGE
                   INVOKE UL-POL "setCurrency"
                       USING LK-CURRENCY-CODE
                   INVOKE UL-POL "calcPremium"
                       RETURNING LK-NEW-PREMIUM
               WHEN OTHER
                   INVOKE StandardPolicy "new" RETURNING STD-POL
                   INVOKE STD-POL "setPolicy"
