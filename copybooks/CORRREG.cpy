           05  DC-Customer-Id         PIC X(10).
           05  DC-Recipient-Name      PIC X(50).
           05  DC-Recipient-Address   PIC X(60).
      *> PRINT or EDELIVERY - where the routing line went - or
      *> SUPPRESSED when the customer's address is flagged RETURNED
      *> and no print line was cut.
           05  DC-Channel             PIC X(10).
           05  DC-Log-Date            PIC X(10).
           05  DC-Summary             PIC X(40).
