      *> RINSLDGSEL - FILE-CONTROL entry for REINS.RECOVERABLE, the
      *> indexed reinsurance recoverable ledger keyed by claim,
      *> reinsurer and billing date. COPY into ReinsuranceCashReceipt
      *> (billing pickup, cash and dispute application) and
      *> RecoverableAging (the aging report).
           SELECT Reins-Recoverable-File ASSIGN TO "REINS.RECOVERABLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-Recoverable-Key
               FILE STATUS IS WS-Reins-Recoverable-Status.
