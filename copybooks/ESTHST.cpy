      *> ESTHST - one applied repair estimate version on
      *> ESTIMATE.HISTORY. The claim's highest version here is the
      *> estimate its reserve currently stands on - a version at or
      *> below it arriving later is stale and is not applied again.
       01  Estimate-History-Record.
           05  EH-Estimate-Key.
               10  EH-Claim-Number    PIC X(10).
               10  EH-Estimate-Version PIC 9(3).
           05  EH-Estimate-Date       PIC X(10).
           05  EH-Gross-Estimate      PIC 9(9)V99.
           05  EH-Depreciation        PIC 9(9)V99.
           05  EH-Parts-Amount        PIC 9(9)V99.
           05  EH-Labor-Amount        PIC 9(9)V99.
           05  EH-Other-Amount        PIC 9(9)V99.
           05  EH-Appraiser-Id        PIC X(8).
           05  EH-Applied-Date        PIC X(10).
      *> Loss already adjudicated on the claim when the version was
      *> applied, the case reserve it was moved to, and the
      *> supplement queued for the adjuster (zero when none).
           05  EH-Loss-To-Date        PIC 9(9)V99.
           05  EH-Reserve-Amount      PIC 9(9)V99.
           05  EH-Supplement-Amount   PIC 9(9)V99.
