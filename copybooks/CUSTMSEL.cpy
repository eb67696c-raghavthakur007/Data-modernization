      *> CUSTMSEL - FILE-CONTROL entry for CUSTOMER.MASTER, the
      *> indexed customer master keyed by customer id. COPY into
      *> NewBusinessIssuance (assigns/verifies ids at issuance) and
      *> CustomerChange (customer-level maintenance). The alternate
      *> key on the name (duplicates allowed) is what the CUST online
      *> inquiry browses for a partial-name search.
           SELECT Customer-Master-File ASSIGN TO "CUSTOMER.MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-Customer-Id
               ALTERNATE RECORD KEY IS CU-Customer-Name WITH DUPLICATES
               FILE STATUS IS WS-Customer-Master-Status.
