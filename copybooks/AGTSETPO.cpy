      *> says was already settled for the policy's term: an unchanged
      *> book nets zero, an endorsement or repricing nets its delta,
      *> and a renewal's new term (a fresh key) nets its full
      *> commission once. An upline agency's override on the policy
      *> is a position of its own, keyed by the agency code in
      *> SP-Override-Agent (spaces on the producer's own position).
       01  Agent-Settled-Record.
           05  SP-Position-Key.
               10  SP-Policy-Number   PIC X(10).
               10  SP-Term-Number     PIC 9(3).
               10  SP-Override-Agent  PIC X(8).
           05  SP-Settled-Amount      PIC 9(9)V99.
