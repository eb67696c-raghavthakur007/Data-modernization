      *> CLMAPPRQ - one row of CLAIMS.APPROVAL, the supervisor
      *> approval queue for PAY decisions above the assigned
      *> adjuster's AD-Authority-Limit. ClaimProcessing parks each
      *> fully built CLAIMS.DISBURSE line of such a claim here (line
      *> type DISBURSE) instead of sending it to the bank; a claim
      *> whose survivors elected installments gets one SCHEDULE row
      *> instead, its BENEFIT.SCHEDULE rows booked HELD rather than
      *> ACTIVE. ClaimRelease moves a claim's rows on once a
      *> supervisor with the authority releases it, and
      *> ApprovalAging reports what is still waiting and how long.
       01  Approval-Queue-Record.
           05  AQ-Claim-Number        PIC X(10).
           05  AQ-Policy-Number       PIC X(10).
           05  AQ-Adjuster-Id         PIC X(8).
      *> The limit the payment was over, as it stood at decision time
      *> (zero when no adjuster was assigned at all).
           05  AQ-Authority-Limit     PIC 9(9)V99.
      *> Whole claim's Net-Payment-Amount - what the releasing
      *> supervisor's authority has to cover.
           05  AQ-Claim-Amount        PIC 9(9)V99.
           05  AQ-Held-Date           PIC X(10).
           05  AQ-Line-Type           PIC X(10).
      *> CLMDISB-shaped disbursement line for a DISBURSE row, spaces
      *> for a SCHEDULE row.
           05  AQ-Disbursement-Line   PIC X(112).
