      *> CUSTCHG - one CUSTOMER.CHANGE transaction for CustomerChange:
      *> customer id, new name, address and/or tax id - blank means
      *> unchanged. Keyed by operations from paper forms, or written
      *> directly by the CHGR online change-request entry (defined to
      *> CICS as CUSTCHG).
       01  Customer-Change-Record.
           05  CC-Customer-Id         PIC X(10).
           05  CC-New-Name            PIC X(50).
           05  CC-New-Address         PIC X(60).
      *> Structured address parts - when street/city are supplied the
      *> one-line blob is composed from them (and CC-New-Address is
      *> ignored); an old-style transaction carrying only the blob
      *> still works, leaving the parts untouched.
           05  CC-New-Street          PIC X(30).
           05  CC-New-City            PIC X(20).
           05  CC-New-State           PIC X(2).
           05  CC-New-Zip             PIC X(10).
      *> Who took the change and the reference they quoted the
      *> customer - set by CHGR, blank on keyed transactions.
           05  CC-Requested-By        PIC X(8).
           05  CC-Change-Reference    PIC X(17).
           05  CC-New-Tax-Id          PIC X(11).
