      *> CLMPROOF - one row of CLAIMS.PROOFLOSS, the log of proof-of-
      *> loss documents received on open claims, appended by the
      *> claims desk as the sworn statement or proof form comes in.
      *> The first receipt on a claim starts the state's decision
      *> clock; a claim with none on file is clocked from its intake
      *> date instead.
       01  Proof-Of-Loss-Record.
           05  PL-Claim-Number        PIC X(10).
           05  PL-Received-Date       PIC X(10).
           05  PL-Received-By         PIC X(8).
