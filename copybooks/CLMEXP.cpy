           05  EX-Vendor-Name         PIC X(50).
           05  EX-Vendor-Tax-Id       PIC X(11).
      *> ADJUSTER, APPRAISER, DEFENSE, or whatever else claims sets
      *> up - carried onto the register row's cause-of-loss position
      *> the way RECOVERY rows carry the recovery type. DEFENSE on a
      *> claim in suit also counts toward the suit's legal spend.
           05  EX-Expense-Type        PIC X(10).
           05  EX-Expense-Amount      PIC 9(9)V99.
           05  EX-Expense-Date        PIC X(10).
      *> VENDOR.MASTER id of the payee. The master's legal name and
      *> tax id are what get paid and reported - EX-Vendor-Name and
      *> EX-Vendor-Tax-Id above are only the invoice as keyed.
           05  EX-Vendor-Id           PIC X(8).
