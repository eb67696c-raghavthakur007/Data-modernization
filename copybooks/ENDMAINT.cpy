      *> ENDMAINT - one ENDORSE.MAINT transaction for
      *> EndorsementMaintenance, carrying exactly what
      *> PolicyEndorsement takes: either a new car value / coverage
      *> amount / deductible (vehicle action blank), or a vehicle
      *> ADD, DELETE or REPLACE by VIN with the vehicle's value and
      *> usage, effective on the endorsement date. Keyed by
      *> operations from paper forms, or written directly by the
      *> CHGR online change-request entry (defined to CICS as
      *> ENDMAINT).
       01  Endorsement-Maint-Record.
           05  EM-Policy-Number       PIC X(10).
           05  EM-Endorsement-Date    PIC X(10).
           05  EM-New-Car-Value       PIC 9(9)V99.
           05  EM-New-Coverage-Amount PIC 9(9)V99.
           05  EM-Vehicle-Action      PIC X(10).
           05  EM-VIN                 PIC X(17).
           05  EM-Vehicle-Value       PIC 9(9)V99.
           05  EM-Vehicle-Usage       PIC X(10).
      *> Who took the change and the reference they quoted the
      *> customer - set by CHGR, blank on keyed transactions.
           05  EM-Requested-By        PIC X(8).
           05  EM-Change-Reference    PIC X(17).
      *> A new policy deductible, zero to leave it alone.
           05  EM-New-Deductible      PIC 9(9)V99.
