      *> RINSLDG - one billed reinsurance recoverable on
      *> REINS.RECOVERABLE, keyed by the billed claim (or XOL-event)
      *> number, reinsurer, billing date, and the treaty or
      *> facultative certificate billed under - one row per
      *> REINSURANCE.RECOVERY billing row (a reinsurer on both the
      *> treaty panel and a fac certificate is billed twice the same
      *> day for the same claim). ReinsuranceCashReceipt
      *> picks up each new billing row here and applies the
      *> reinsurers' cash and disputes against it; RecoverableAging
      *> ages what is still outstanding.
       01  Reins-Recoverable-Record.
           05  RL-Recoverable-Key.
               10  RL-Claim-Number        PIC X(10).
               10  RL-Reinsurer-Id        PIC X(8).
      *> Billing date as YYYYMMDD, so one claim's rows read oldest
      *> first on the key - cash applies oldest bill first.
               10  RL-Billing-YYYYMMDD    PIC X(8).
               10  RL-Treaty-Id           PIC X(10).
               10  RL-Fac-Certificate-Id  PIC X(10).
           05  RL-Policy-Number       PIC X(10).
           05  RL-Policy-Type         PIC X(15).
           05  RL-Billing-Date        PIC X(10).
           05  RL-Billed-Amount       PIC 9(9)V99.
           05  RL-Paid-To-Date        PIC 9(9)V99.
           05  RL-Last-Payment-Date   PIC X(10).
           05  RL-Last-Payment-Ref    PIC X(15).
      *> OPEN (nothing received), PARTIAL, PAID, or DISPUTED - a
      *> disputed recoverable stays DISPUTED through any partial cash
      *> until the dispute is resolved or the balance is paid.
           05  RL-Status              PIC X(10).
           05  RL-Dispute-Date        PIC X(10).
           05  RL-Dispute-Reason      PIC X(30).
      *> Writing company the recoverable belongs to, carried from
      *> RR-Company-Code - spaces on rows from before a second
      *> company existed, which are the original company's ("01").
           05  RL-Company-Code        PIC X(2).
