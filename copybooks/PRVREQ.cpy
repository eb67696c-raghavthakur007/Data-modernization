      *> PRVREQ - one consumer privacy request on PRIVACY.REQUEST for
      *> PrivacyRequest, keyed in by the privacy office as requests
      *> arrive. ACCESS asks "what do you hold about me" and gets the
      *> data-access report; DELETE asks for the customer's personal
      *> data to be masked, and is only worked once the privacy
      *> officer has approved it.
       01  Privacy-Request-Record.
           05  PQ-Request-Id          PIC X(10).
           05  PQ-Customer-Id         PIC X(10).
      *> ACCESS or DELETE.
           05  PQ-Request-Type        PIC X(6).
           05  PQ-Received-Date       PIC X(10).
      *> Privacy officer who approved a DELETE - blank means not yet
      *> approved, and the request is logged DENIED without masking.
           05  PQ-Approved-By         PIC X(8).
