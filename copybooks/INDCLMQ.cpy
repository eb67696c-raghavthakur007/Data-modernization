      *> INDCLMQ - one row of CLAIMSEARCH.SUBMITTED, keyed by claim
      *> number: the claim has gone out on CLAIMSEARCH.OUTBOUND
      *> (ClaimSearchExtract never sends it twice) and what the
      *> industry database has matched to it since. ClaimSearchApply
      *> keeps the match totals; Score-Fraud-Risk reads the policy's
      *> rows through the alternate key so a policy whose earlier
      *> claim matched prior losses elsewhere sends its next claim to
      *> review.
       01  Industry-Submit-Record.
           05  IQ-Claim-Number        PIC X(10).
           05  IQ-Policy-Number       PIC X(10).
           05  IQ-Submitted-Date      PIC X(10).
           05  IQ-Match-Count         PIC 9(5).
      *> Highest prior-loss count any one match has reported.
           05  IQ-Prior-Loss-Count    PIC 9(3).
           05  IQ-Last-Match-Date     PIC X(10).
