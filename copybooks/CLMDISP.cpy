      *> Score-Fraud-Risk parked in REVIEW, read by ReviewDisposition
      *> from CLAIMS.DISPOSITION. APPROVE sends the claim through the
      *> same deductible/coverage-limit adjudication a straight-through
      *> claim gets; DENY finalizes it as a reject. A claim queued for
      *> contestability (CONTEST) takes PAY - the APPROVE adjudication
      *> - or RESCIND, which voids the policy and refunds its premium.
       01  Disposition-Record.
           05  DS-Claim-Number        PIC X(10).
           05  DS-Decision            PIC X(10).
