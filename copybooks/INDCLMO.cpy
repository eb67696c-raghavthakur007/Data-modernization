      *> INDCLMO - one detail record of CLAIMSEARCH.OUTBOUND, the
      *> nightly submission of newly reported claims to the industry
      *> claims database. ClaimSearchExtract writes these between a
      *> FEEDCTL HDR (run date) and TRL (detail count), the same
      *> controls we hold inbound feeds to. The claimant is the
      *> insured on file; the loss location is the vehicle on an auto
      *> claim and the insured property address on every other line.
       01  Industry-Claim-Out-Record.
           05  IO-Record-Type         PIC X(3).
           05  IO-Claim-Number        PIC X(10).
           05  IO-Policy-Number       PIC X(10).
           05  IO-Policy-Type         PIC X(15).
           05  IO-Claimant-Name       PIC X(50).
           05  IO-Claimant-Tax-Id     PIC X(11).
           05  IO-Date-of-Loss        PIC X(10).
           05  IO-Cause-of-Loss       PIC X(10).
           05  IO-Loss-VIN            PIC X(17).
           05  IO-Property-Address    PIC X(60).
           05  IO-Amount-of-Loss      PIC 9(9)V99.
