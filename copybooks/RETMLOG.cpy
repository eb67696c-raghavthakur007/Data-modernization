      *> RETMLOG - one returned document on RETMAIL.LOG, the
      *> permanent returned-mail record ReturnedMailIntake appends:
      *> what was mailed, where, when, and when and why it came back.
      *> For the statutory notices (RL-Statutory-Notice Y - non-pay
      *> cancellation, escheat due diligence, IRS B-notices) this row
      *> is the proof-of-notice outcome the file must show.
       01  Returned-Mail-Log-Record.
           05  RL-Document-Id         PIC X(10).
           05  RL-Letter-Type         PIC X(10).
           05  RL-Reference-Id        PIC X(15).
           05  RL-Customer-Id         PIC X(10).
           05  RL-Recipient-Name      PIC X(50).
           05  RL-Recipient-Address   PIC X(60).
           05  RL-Mailed-Date         PIC X(10).
           05  RL-Returned-Date       PIC X(10).
           05  RL-Return-Reason       PIC X(20).
           05  RL-Statutory-Notice    PIC X.
