      *> the shared Correspondence subprogram when it routes each
      *> document to the print or e-delivery extract.
           05  CU-Delivery-Preference  PIC X(10).
      *> RETURNED once the post office has sent a document back
      *> undeliverable (ReturnedMailIntake) - Correspondence stops
      *> routing print mail to the address and logs each suppressed
      *> document instead. Spaces while the address is good; cleared
      *> by CustomerChange when a new address is applied.
           05  CU-Address-Status       PIC X(10).
           05  CU-Returned-Date        PIC X(10).
      *> The customer's SSN/EIN once one is on file (CustomerChange) -
      *> the strongest key CustomerDuplicateReport matches on.
           05  CU-Tax-Id               PIC X(11).
      *> Set with CU-Customer-Status MERGED by CustomerMerge: the
      *> surviving customer id every policy, quote and logged document
      *> of this one was moved to. Issuance follows it when an
      *> application still quotes the old id.
           05  CU-Merged-Into          PIC X(10).
