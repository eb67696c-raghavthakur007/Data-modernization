      *> SuspenseReapply works OPEN rows back onto the right policy
      *> and flips them to REAPPLIED; month-end bank-to-receipts
      *> differences reconcile against the OPEN rows.
      *> SU-Customer-Id carries the paying account on ACCOUNT OVERPAY
      *> rows (blank keyed policy) so CreditBalanceRefund can find
      *> who to send the money back to; blank on policy-keyed rows.
       01  Premium-Suspense-Record.
           05  SU-Keyed-Policy-Number PIC X(10).
           05  SU-Payment-Amount      PIC 9(9)V99.
           05  SU-Payment-Date        PIC X(10).
           05  SU-Suspense-Reason     PIC X(20).
           05  SU-Suspense-Status     PIC X(10).
           05  SU-Customer-Id         PIC X(10).
      *> Lockbox deposit the suspended money arrived in - see PAYMREC's
      *> PM-Deposit-Reference. Stays on the row after it is reapplied
      *> or refunded, since the deposit proof counts the money where
      *> it first landed.
           05  SU-Deposit-Reference   PIC X(10).
