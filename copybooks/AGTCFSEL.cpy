      *> AGTCFSEL - FILE-CONTROL entry for AGENT.CARRYFWD, the indexed
      *> per-agent settlement carry-forward keyed by agent code and
      *> writing company. COPY
      *> into CommissionSettlement's FILE-CONTROL paragraph.
           SELECT Agent-Carryforward-File ASSIGN TO "AGENT.CARRYFWD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-Carry-Key
               FILE STATUS IS WS-Agent-Carryforward-Status.
