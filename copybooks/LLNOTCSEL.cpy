      *> LLNOTCSEL - FILE-CONTROL entry for LARGE.LOSS.NOTICE, the
      *> indexed large-loss notice file keyed by claim number - one
      *> row per claim advised to the reinsurers as a large loss.
           SELECT Large-Loss-Notice-File ASSIGN TO "LARGE.LOSS.NOTICE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-Claim-Number
               FILE STATUS IS WS-Large-Loss-Notice-Status.
