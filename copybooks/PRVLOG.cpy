      *> PRVLOG - one row of PRIVACY.LOG, the privacy officer's
      *> permanent record of everything PrivacyRequest did: each
      *> request received, each access report produced, each request
      *> denied or rejected and why, and every record masked - file
      *> and key - so a deletion can be evidenced to a regulator
      *> without the data itself.
       01  Privacy-Log-Record.
           05  PL-Log-Date            PIC X(10).
           05  PL-Request-Id          PIC X(10).
           05  PL-Customer-Id         PIC X(10).
      *> RECEIVED, REPORTED, MASKED, DENIED, or REJECTED.
           05  PL-Action              PIC X(10).
           05  PL-File-Name           PIC X(16).
           05  PL-Record-Key          PIC X(15).
           05  PL-Detail              PIC X(40).
