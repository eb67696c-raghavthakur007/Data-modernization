      *> BENMAINT - one BENEF.MAINT transaction for
      *> BeneficiaryMaintenance: policy number, ADD or DELETE,
      *> beneficiary name/address/percent - DELETE matches on name.
      *> Keyed by operations from paper forms, or written directly by
      *> the CHGR online change-request entry (defined to CICS as
      *> BENMAINT).
       01  Beneficiary-Maint-Record.
           05  BM-Policy-Number       PIC X(10).
           05  BM-Action              PIC X(10).
           05  BM-Name                PIC X(50).
           05  BM-Address             PIC X(60).
           05  BM-Percent             PIC 9(3)V99.
      *> Who took the change and the reference they quoted the
      *> customer - set by CHGR, blank on keyed transactions.
           05  BM-Requested-By        PIC X(8).
           05  BM-Change-Reference    PIC X(17).
