      *> term would inherit the prior term's paid amounts and never
      *> look delinquent. Generated by BillingExtract from the
      *> policy's Payment-Plan election (ANNUAL = 1, QUARTERLY = 4,
      *> MONTHLY = 12 installments across the term) and worked down
      *> by CashApplication, which applies each receipt to
      *> the earliest unpaid installment and tests delinquency per
      *> installment due date instead of against the full annual
      *> premium.
           05  IS-Amount-Due          PIC 9(9)V99.
           05  IS-Amount-Paid         PIC 9(9)V99.
           05  IS-Installment-Status  PIC X(10).
      *> What the row bills. Spaces (rows written before fees were
      *> split out) or PREMIUM is a share of Policy-Premium; any other
      *> value is a fee line of that FEE.SCHEDULE type, carried on its
      *> own row so the invoice shows it and cash applied to it never
      *> counts toward Cumulative-Premium-Paid. Fee rows number off
      *> the premium installment they belong to: 100 + n is the
      *> INSTALLMNT charge on installment n, 200 + n the LATE fee on
      *> installment n (so it can only ever be assessed once), and
      *> 301 upward the NSF fees in the order they were assessed.
           05  IS-Line-Type           PIC X(10).
