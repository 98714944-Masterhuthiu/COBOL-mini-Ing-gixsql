       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREATYCEDE.

      *> the one place a treaty's terms turn into money - the
      *> reinsurer's share of a policy's premium and of a claim on
      *> it. REINSEXTRACT cedes premium through here and
      *> REINSRECOVERY bills claims through here, so the premium a
      *> treaty took and the losses it pays can never be worked
      *> out two different ways. Treaty types are the ones
      *> TREATYMAINT keeps:
      *>   quota share and surplus are proportional - one share of
      *>   the risk, and the reinsurer takes that share of the
      *>   premium and pays that share of every claim;
      *>   excess of loss is not - it pays the slice of each claim
      *>   between retention and limit, for a rate on premium.
      *> A risk with no face amount (HEALTH) has no surplus to
      *> cede; quota share takes its percentage regardless.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 WS-SHARE              PIC 9V9(6).
       01 WS-RISK-IN-LAYER      PIC 9(9)V99.
       01 WS-CLAIM-EXCESS       PIC S9(9)V99.
       01 WS-LAYER-WIDTH        PIC 9(9)V99.

       LINKAGE SECTION.

       01 LK-TREATY-TYPE        PIC X(01).
           88 LK-QUOTA-SHARE       VALUE "Q".
           88 LK-SURPLUS           VALUE "S".
           88 LK-EXCESS            VALUE "X".
       01 LK-RETENTION          PIC 9(9)V99.
       01 LK-LAYER-LIMIT        PIC 9(9)V99.
       01 LK-CESSION-PCT        PIC 9V999.
       01 LK-COVERAGE-AMOUNT    PIC 9(9)V99.
       01 LK-PREMIUM            PIC 9(7)V99.
       01 LK-CLAIM-AMOUNT       PIC 9(9)V99.
       01 LK-CEDED-PREMIUM      PIC 9(9)V99.
       01 LK-RECOVERY-AMOUNT    PIC 9(9)V99.

       PROCEDURE DIVISION USING LK-TREATY-TYPE LK-RETENTION
           LK-LAYER-LIMIT LK-CESSION-PCT LK-COVERAGE-AMOUNT
           LK-PREMIUM LK-CLAIM-AMOUNT LK-CEDED-PREMIUM
           LK-RECOVERY-AMOUNT.

           MOVE 0 TO LK-CEDED-PREMIUM
           MOVE 0 TO LK-RECOVERY-AMOUNT
           MOVE 0 TO WS-SHARE

           EVALUATE TRUE
               WHEN LK-QUOTA-SHARE
                   PERFORM SHARE-QUOTA-SHARE
               WHEN LK-SURPLUS
                   PERFORM SHARE-SURPLUS
               WHEN LK-EXCESS
                   PERFORM SHARE-EXCESS-OF-LOSS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           GOBACK.

      *> the cession percentage of the risk up to the layer limit -
      *> a face amount above the limit cedes only the limit's worth.
       SHARE-QUOTA-SHARE.

           IF LK-COVERAGE-AMOUNT > LK-LAYER-LIMIT
               COMPUTE WS-SHARE ROUNDED =
                   LK-CESSION-PCT * LK-LAYER-LIMIT
                   / LK-COVERAGE-AMOUNT
           ELSE
               MOVE LK-CESSION-PCT TO WS-SHARE
           END-IF

           PERFORM APPLY-PROPORTIONAL-SHARE.

      *> the part of the face above our retention and within the
      *> layer, at the cession percentage, over the whole face.
       SHARE-SURPLUS.

           IF LK-COVERAGE-AMOUNT > LK-RETENTION
               IF LK-COVERAGE-AMOUNT > LK-LAYER-LIMIT
                   COMPUTE WS-RISK-IN-LAYER =
                       LK-LAYER-LIMIT - LK-RETENTION
               ELSE
                   COMPUTE WS-RISK-IN-LAYER =
                       LK-COVERAGE-AMOUNT - LK-RETENTION
               END-IF
               COMPUTE WS-SHARE ROUNDED =
                   LK-CESSION-PCT * WS-RISK-IN-LAYER
                   / LK-COVERAGE-AMOUNT
               PERFORM APPLY-PROPORTIONAL-SHARE
           END-IF.

       APPLY-PROPORTIONAL-SHARE.

           COMPUTE LK-CEDED-PREMIUM ROUNDED =
               LK-PREMIUM * WS-SHARE
           COMPUTE LK-RECOVERY-AMOUNT ROUNDED =
               LK-CLAIM-AMOUNT * WS-SHARE.

       SHARE-EXCESS-OF-LOSS.

           COMPUTE LK-CEDED-PREMIUM ROUNDED =
               LK-PREMIUM * LK-CESSION-PCT

           COMPUTE WS-CLAIM-EXCESS =
               LK-CLAIM-AMOUNT - LK-RETENTION
           COMPUTE WS-LAYER-WIDTH =
               LK-LAYER-LIMIT - LK-RETENTION

           EVALUATE TRUE
               WHEN WS-CLAIM-EXCESS NOT > 0
                   MOVE 0 TO LK-RECOVERY-AMOUNT
               WHEN WS-CLAIM-EXCESS > WS-LAYER-WIDTH
                   MOVE WS-LAYER-WIDTH TO LK-RECOVERY-AMOUNT
               WHEN OTHER
                   MOVE WS-CLAIM-EXCESS TO LK-RECOVERY-AMOUNT
           END-EVALUATE.
