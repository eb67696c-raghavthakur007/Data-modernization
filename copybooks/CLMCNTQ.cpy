      *> CLMCNTQ - one claim on CONTEST.QUEUE, the contestability
      *> review worklist. ClaimProcessing queues a LIFE_INSURANCE
      *> death claim here (register status CONTEST) when the loss
      *> falls inside the state's contestable period or, for a
      *> SUICIDE cause, its suicide-exclusion window. The examiner
      *> answers through CLAIMS.DISPOSITION with PAY or RESCIND and
      *> ReviewDisposition finalizes it.
       01  Contest-Queue-Record.
           05  CQ-Claim-Number        PIC X(10).
           05  CQ-Policy-Number       PIC X(10).
           05  CQ-State-Code          PIC X(2).
      *> The policy's inception - the windows run from it, not
      *> from the current term's effective date.
           05  CQ-Effective-Date      PIC X(10).
           05  CQ-Date-of-Loss        PIC X(10).
           05  CQ-Cause-of-Loss       PIC X(10).
           05  CQ-Amount-of-Loss      PIC 9(9)V99.
      *> CONTEST (inside the contestable period) or SUICIDE (inside
      *> the suicide-exclusion window).
           05  CQ-Window-Type         PIC X(10).
           05  CQ-Window-End-Date     PIC X(10).
           05  CQ-Premium-Paid        PIC 9(9)V99.
           05  CQ-Queued-Date         PIC X(10).
