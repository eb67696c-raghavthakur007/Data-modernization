      *> INSVRSP - one DMV acknowledgment or error against a reported
      *> VIN transaction. Arrives on DMV.INBOUND under FEEDCTL
      *> controls; FeedAcceptance publishes the proven detail to
      *> DMV.RESPONSE with the header date stamped on each row.
       01  Verification-Response-Record.
           05  VR-Reference           PIC X(10).
           05  VR-State-Code          PIC X(2).
           05  VR-Policy-Number       PIC X(10).
           05  VR-VIN                 PIC X(17).
      *> ACK accepted, ERR rejected.
           05  VR-Response-Code       PIC X(3).
           05  VR-Error-Code          PIC X(6).
           05  VR-Error-Text          PIC X(30).
           05  VR-Response-Date       PIC X(10).
