      *> Master dataset, keyed by Policy-Number. COPY into any
      *> program's FILE-CONTROL paragraph that reads or writes the
      *> master (Fetch/Sort/CalculatePremium/PolicyRenewal and later
      *> Cancellation/Endorsement/Inquiry/Archive). The alternate key
      *> on Agent-Code (duplicates allowed - an agent writes many
      *> policies) is what AINQ browses to list an agent's book; the
      *> one on Customer-Id is what CUST browses to list every policy
      *> a customer holds.
           SELECT POLICY-MASTER-FILE ASSIGN TO "POLICY.MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Policy-Number OF Policy-Master-Record
               ALTERNATE RECORD KEY IS Agent-Code
                   OF Policy-Master-Record WITH DUPLICATES
               ALTERNATE RECORD KEY IS Customer-Id
                   OF Policy-Master-Record WITH DUPLICATES
               FILE STATUS IS WS-Policy-Master-Status.
