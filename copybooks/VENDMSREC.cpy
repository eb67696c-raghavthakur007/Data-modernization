      *> VENDMSREC - one loss-adjustment vendor on VENDOR.MASTER, the
      *> indexed vendor master keyed by vendor id. Defense counsel,
      *> appraisers, and independent-adjuster firms are set up here
      *> once, under one legal name and one tax id, instead of being
      *> keyed free-hand on every CLAIMS.EXPENSE row. Maintained
      *> through VendorMasterLoad.
       01  Vendor-Master-Record.
           05  VM-Vendor-Id           PIC X(8).
           05  VM-Legal-Name          PIC X(50).
           05  VM-Remit-Address.
               10  VM-Remit-Street    PIC X(40).
               10  VM-Remit-City      PIC X(25).
               10  VM-Remit-State     PIC X(2).
               10  VM-Remit-Zip       PIC X(10).
           05  VM-Tax-Id              PIC X(11).
      *> Date the signed W-9 came in - spaces until it does, and no
      *> invoice is paid to a vendor without one.
           05  VM-W9-Received-Date    PIC X(10).
      *> COUNSEL, APPRAISER, or IA-FIRM - the spend report groups on
      *> this.
           05  VM-Vendor-Type         PIC X(10).
      *> APPROVED, or BLOCKED when claims management stops using the
      *> vendor - a blocked vendor's invoices are held, not paid.
           05  VM-Vendor-Status       PIC X(8).
           05  VM-Rate-Notes          PIC X(60).
