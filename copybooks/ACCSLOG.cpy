      *> ACCSLOG - one online view on the ACCSLOG access log (batch
      *> name ACCESS.LOG), written by every inquiry and entry
      *> transaction (PINQ, CINQ, CNOT, CUST, AINQ, FNOL, CHGR) each
      *> time a rep brings up a policy, claim, customer, or agent.
      *> Who looked, from which terminal, under which transaction,
      *> at what - and when. AccessLogReview reads it for the audit
      *> and privacy review.
       01  Access-Log-Record.
      *> CICS FORMATTIME date and time of the view, YYYYMMDD / HHMMSS.
           05  AL-Access-Date         PIC X(8).
           05  AL-Access-Time         PIC X(6).
           05  AL-User-Id             PIC X(8).
           05  AL-Terminal-Id         PIC X(4).
           05  AL-Transaction-Id      PIC X(4).
      *> POLICY, CLAIM, CUSTOMER, AGENT, or NAME for a partial-name
      *> customer search (the key is then the name as keyed).
           05  AL-Key-Type            PIC X(8).
           05  AL-Key-Value           PIC X(15).
