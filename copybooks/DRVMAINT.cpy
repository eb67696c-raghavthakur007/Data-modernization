      *> DRVMAINT - one DRIVER.MAINT transaction for
      *> DriverMaintenance: policy number, ADD or DELETE, driver
      *> name/birth date/license/assigned vehicle - DELETE matches on
      *> license number. Keyed by operations from paper forms, or
      *> written directly by the CHGR online change-request entry
      *> (defined to CICS as DRVMAINT).
       01  Driver-Maint-Record.
           05  DM-Policy-Number       PIC X(10).
           05  DM-Action              PIC X(10).
           05  DM-Name                PIC X(50).
           05  DM-Birth-Date          PIC X(10).
           05  DM-License-Number      PIC X(15).
           05  DM-Assigned-VIN        PIC X(17).
      *> Who took the change and the reference they quoted the
      *> customer - set by CHGR, blank on keyed transactions.
           05  DM-Requested-By        PIC X(8).
           05  DM-Change-Reference    PIC X(17).
