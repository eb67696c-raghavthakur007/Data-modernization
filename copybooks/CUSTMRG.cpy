      *> CUSTMRG - one CUSTOMER.MERGE transaction for CustomerMerge:
      *> the customer id being merged away, the id it merges into,
      *> who asked, and the reference the merge is journaled under.
      *> Keyed by customer service from the DUPCUST.RPT duplicate-
      *> candidate report once a pair is confirmed to be one customer.
       01  Customer-Merge-Record.
           05  MG-Losing-Customer-Id    PIC X(10).
           05  MG-Surviving-Customer-Id PIC X(10).
           05  MG-Requested-By          PIC X(8).
           05  MG-Merge-Reference       PIC X(15).
