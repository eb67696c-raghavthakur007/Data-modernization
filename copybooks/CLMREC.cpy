      *> the register row so the cycle-time report can measure loss-
      *> to-intake and intake-to-decision days.
           05  Intake-Date        PIC X(10).
      *> The insured vehicle this loss is to, by VH-VIN on the
      *> policy's Vehicle-Schedule, and the lienholder's loan payoff
      *> as of the date of loss - captured at intake on CAR_INSURANCE
      *> claims so a total loss can take the vehicle off the schedule
      *> and pay the lienholder first. Spaces/zero on other lines.
           05  Loss-VIN           PIC X(17).
           05  Lien-Payoff-Amount PIC 9(9)V99.
      *> The assigned adjuster's AD-Authority-Limit, stamped by
      *> ClaimsIntake alongside Adjuster-Id (zero means unlimited). A
      *> PAY decision above it - or on a claim no adjuster's authority
      *> covered, left unassigned - goes to the supervisor approval
      *> queue instead of straight to CLAIMS.DISBURSE.
           05  Adjuster-Authority-Limit PIC 9(9)V99.
      *> Recoverable depreciation the adjuster took off a replacement-
      *> cost HOME_INSURANCE dwelling or contents loss, keyed at intake
      *> beside Amount-of-Loss - zero on every other claim. A PAY
      *> decision carrying it pays actual cash value now and holds
      *> this much on CLAIMS.HOLDBACK until proof of repair arrives.
           05  Depreciation-Amount PIC 9(9)V99.
