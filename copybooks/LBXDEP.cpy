      *> LBXDEP - one row of LOCKBOX.DEPOSITS, the deposit control
      *> LockboxIntake appends for every DEP header it translates: the
      *> total the bank says it credited, and the count and total of
      *> the check items actually found under it. LockboxDepositRecon
      *> proves applied plus suspended cash against LD-Deposit-Total.
       01  Lockbox-Deposit-Record.
           05  LD-Deposit-Id          PIC X(10).
           05  LD-Deposit-Date        PIC X(10).
           05  LD-Deposit-Total       PIC 9(9)V99.
           05  LD-Bank-Item-Count     PIC 9(6).
           05  LD-Items-Total         PIC 9(9)V99.
           05  LD-Item-Count          PIC 9(6).
           05  LD-Intake-Date         PIC X(10).
