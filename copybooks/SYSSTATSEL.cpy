      *> SYSSTATSEL - FILE-CONTROL entry for SYSTEM.STATUS, the
      *> indexed batch-window switch keyed by file and program. COPY
      *> into BatchWindow only - the batch jobs go through the
      *> subprogram, and the online transactions read it as SYSSTAT.
           SELECT System-Status-File ASSIGN TO "SYSTEM.STATUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SY-Status-Key
               FILE STATUS IS WS-System-Status-Status.
