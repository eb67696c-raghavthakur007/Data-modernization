      *> CLMLITGSEL - FILE-CONTROL entry for CLAIMS.LITIGATION, the
      *> indexed litigation file keyed by claim number - one row per
      *> claim in suit. COPY into LitigationMaintenance (suit
      *> maintenance and the key-date diary), ClaimExpense (defense
      *> spend), and LitigationInventory (the monthly inventory).
           SELECT Litigation-File ASSIGN TO "CLAIMS.LITIGATION"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-Claim-Number
               FILE STATUS IS WS-Litigation-Status.
