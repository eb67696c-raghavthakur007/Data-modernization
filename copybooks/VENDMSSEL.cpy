      *> VENDMSSEL - FILE-CONTROL entry for VENDOR.MASTER, the indexed
      *> ALAE vendor master keyed by vendor id. COPY into ClaimExpense
      *> (vendor validation per invoice), YearEndTaxExtract (1099
      *> rollup by vendor), VendorSpendReport, and VendorMasterLoad
      *> (maintenance).
           SELECT Vendor-Master-File ASSIGN TO "VENDOR.MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-Vendor-Id OF Vendor-Master-Record
               FILE STATUS IS WS-Vendor-Master-Status.
