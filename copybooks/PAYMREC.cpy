      *> installment schedule on the customer's account, oldest due
      *> date first, instead of bouncing into PREMIUM.SUSPENSE.
           05  PM-Customer-Id       PIC X(10).
      *> Lender (escrow) remittance: when PM-Policy-Number arrives
      *> blank and this carries the mortgagee's loan number, the
      *> payment matches back to the MORTGAGEE-billed policy whose
      *> first-position mortgagee carries that AI-Loan-Number.
           05  PM-Loan-Number       PIC X(15).
      *> Bank deposit the money arrived in, on payments LockboxIntake
      *> translates from the lockbox transmission - carried onto the
      *> receipt and suspense rows so LockboxDepositRecon can prove
      *> each deposit applied or suspended to the penny. Spaces for
      *> every other channel.
           05  PM-Deposit-Reference PIC X(10).
