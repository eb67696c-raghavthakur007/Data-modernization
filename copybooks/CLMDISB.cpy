      *> Payee tax id for year-end reportable-payment rollup - see
      *> CLMREC's Payee-Tax-Id.
           05  DB-Payee-Tax-Id        PIC X(11).
      *> Writing company the payment is drawn on - picks the check
      *> stock and bank account in PaymentIssue (see COMPMST).
      *> Spaces read as "01".
           05  DB-Company-Code         PIC X(2).
      *> VENDOR.MASTER id on ALAE vendor payments from ClaimExpense,
      *> carried to PAYMENT.ISSUED so the year-end 1099 rolls up by
      *> vendor. Spaces on every other line.
           05  DB-Vendor-Id            PIC X(8).
