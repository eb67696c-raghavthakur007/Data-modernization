      *> RETMAIL - one piece of returned mail as keyed off the
      *> mailroom bin onto RETURNED.MAIL: the document id printed on
      *> the piece (DC-Document-Id on CORRESP.REGISTER), the date it
      *> came back, and the post office's reason (NO SUCH ADDRESS,
      *> MOVED NO FORWARD, ...). Read by ReturnedMailIntake.
       01  Returned-Mail-Record.
           05  RM-Document-Id         PIC X(10).
           05  RM-Returned-Date       PIC X(10).
           05  RM-Return-Reason       PIC X(20).
