      *> RINSCASH - one REINS.CASH.INTAKE transaction for
      *> ReinsuranceCashReceipt, keyed by the reinsurance desk off the
      *> reinsurer's remittance advice or dispute notice. The claim
      *> number is the billed one off the bordereau (an XOL event
      *> bills as XOL-<event code>, with a blank reinsurer).
       01  Reins-Cash-Intake-Record.
           05  RX-Claim-Number        PIC X(10).
           05  RX-Reinsurer-Id        PIC X(8).
      *> PAYMENT - cash received, applied oldest bill first;
      *> DISPUTE - the reinsurer contests the open balance;
      *> RESOLVE - the dispute is settled and the balance is due again.
           05  RX-Transaction-Type    PIC X(10).
           05  RX-Amount              PIC 9(9)V99.
           05  RX-Transaction-Date    PIC X(10).
      *> Wire/check reference on a PAYMENT.
           05  RX-Reference           PIC X(15).
           05  RX-Dispute-Reason      PIC X(30).
