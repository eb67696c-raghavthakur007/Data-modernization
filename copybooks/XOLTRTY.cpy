      *> XT-Event-Limit above it, with XT-Reinstatements paid
      *> reinstatements of the layer. CATExposure reads it to flag
      *> territories where a single event's retained accumulation
      *> would pierce the whole program. Each writing company buys
      *> its own program - XT-Company-Code names it; rows filed
      *> before a second company existed carry spaces and are the
      *> original company's ("01").
       01  XOL-Treaty-File-Record.
           05  XT-Treaty-Id             PIC X(10).
           05  XT-Event-Attachment      PIC 9(11)V99.
           05  XT-Event-Limit           PIC 9(11)V99.
           05  XT-Reinstatements        PIC 9(2).
           05  XT-Company-Code          PIC X(2).
