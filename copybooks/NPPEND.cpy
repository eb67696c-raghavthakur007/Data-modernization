      *> on a later run, once the state-required lead time has passed
      *> and the balance is still owed, the row moves to CANCELLED
      *> (and PolicyCancellation actually cancels the policy) - or to
      *> CURED if the policyholder paid up in the meantime. An
      *> escrow-billed (MORTGAGEE plan) policy starts one step
      *> earlier as LENDERNTC - the lender's notice - and only moves
      *> to NOTICED once that lead time has run out unpaid.
       01  Nonpay-Pending-Record.
           05  NP-Policy-Number         PIC X(10).
           05  NP-Notice-Date           PIC X(10).
