      *> ESTHSTSEL - FILE-CONTROL entry for ESTIMATE.HISTORY, the
      *> indexed record of every repair estimate version applied,
      *> keyed by claim number plus estimate version. COPY into
      *> RepairEstimateApply.
           SELECT Estimate-History-File ASSIGN TO "ESTIMATE.HISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-Estimate-Key
               FILE STATUS IS WS-Estimate-History-Status.
