      *> LOCKBOX - one detail line of the bank's lockbox transmission,
      *> as FeedAcceptance publishes it to LOCKBOX.FEED once the
      *> FEEDCTL header/trailer has proven the file complete. The
      *> bank sends, per deposit, a DEP deposit header carrying the
      *> deposit ticket and the total the bank credited us; under it
      *> one BAT batch header per envelope batch with the batch's own
      *> total and item count; under each batch the CHK check items;
      *> and behind each check the INV scan line(s) read off the
      *> remittance stub - our policy number, customer id, or a
      *> lender's loan number. LB-Record-Type says which view of the
      *> body applies.
       01  Lockbox-Record.
           05  LB-Record-Type         PIC X(3).
           05  LB-Record-Body         PIC X(77).
           05  LB-Deposit-Header REDEFINES LB-Record-Body.
               10  LB-Deposit-Id          PIC X(10).
               10  LB-Deposit-Date        PIC X(10).
               10  LB-Deposit-Total       PIC 9(9)V99.
               10  LB-Deposit-Item-Count  PIC 9(6).
               10  FILLER                 PIC X(40).
           05  LB-Batch-Header REDEFINES LB-Record-Body.
               10  LB-Batch-Number        PIC X(6).
               10  LB-Batch-Total         PIC 9(9)V99.
               10  LB-Batch-Item-Count    PIC 9(5).
               10  FILLER                 PIC X(55).
           05  LB-Check-Item REDEFINES LB-Record-Body.
               10  LB-Item-Sequence       PIC 9(6).
               10  LB-Check-Number        PIC X(10).
               10  LB-Check-Amount        PIC 9(9)V99.
               10  LB-Remitter-Name       PIC X(30).
               10  FILLER                 PIC X(20).
           05  LB-Scan-Line REDEFINES LB-Record-Body.
               10  LB-Scan-Policy-Number  PIC X(10).
               10  LB-Scan-Customer-Id    PIC X(10).
               10  LB-Scan-Loan-Number    PIC X(15).
               10  LB-Scan-Amount         PIC 9(9)V99.
               10  FILLER                 PIC X(31).
