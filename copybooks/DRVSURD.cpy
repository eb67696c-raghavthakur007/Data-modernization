      *> DRVSURD - one row of DRIVER.SURCHARGE, one per listed driver
      *> CalculatePremium surcharged for their motor-vehicle record -
      *> the persistent store behind the driver surcharge, the way
      *> PREMIUM.TAX.DETAIL stands behind the tax, since the rated
      *> table lives only for the run. DeclarationsPage prints the
      *> rows for the policy's current term.
       01  Driver-Surcharge-Record.
           05  DS-Policy-Number       PIC X(10).
           05  DS-License-Number      PIC X(15).
           05  DS-Driver-Name         PIC X(50).
           05  DS-Points              PIC 9(3).
           05  DS-Surcharge-Amount    PIC 9(9)V99.
           05  DS-Effective-Date      PIC X(10).
