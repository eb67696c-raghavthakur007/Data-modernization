      *> ESTREC - one repair estimate from the appraisers' estimating
      *> platform on ESTIMATE.FEED, accepted off ESTIMATE.INBOUND by
      *> FeedAcceptance under the usual header/trailer controls and
      *> applied by RepairEstimateApply. Each revision the appraiser
      *> writes arrives as a new version of the claim's estimate;
      *> the gross estimate less depreciation is the actual cash
      *> value the claim is reserved at.
       01  Estimate-Record.
           05  ES-Claim-Number        PIC X(10).
           05  ES-Estimate-Version    PIC 9(3).
           05  ES-Estimate-Date       PIC X(10).
           05  ES-Gross-Estimate      PIC 9(9)V99.
           05  ES-Depreciation        PIC 9(9)V99.
      *> Breakdown behind the gross - parts, labor, and everything
      *> else (paint and materials, sublet, tax).
           05  ES-Parts-Amount        PIC 9(9)V99.
           05  ES-Labor-Amount        PIC 9(9)V99.
           05  ES-Other-Amount        PIC 9(9)V99.
           05  ES-Appraiser-Id        PIC X(8).
