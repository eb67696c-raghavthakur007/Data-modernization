      *> CLMHOLDBSEL - FILE-CONTROL entry for CLAIMS.HOLDBACK, the
      *> recoverable-depreciation holdbacks ClaimProcessing opens on
      *> replacement-cost HOME claims, keyed by claim number the same
      *> way CLAIMS.RESERVES is. COPY into any program that opens,
      *> releases, expires, or reports holdbacks (ClaimProcessing,
      *> HoldbackRelease, ReserveReport).
           SELECT Claims-Holdback-File ASSIGN TO "CLAIMS.HOLDBACK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HB-Claim-Number
               FILE STATUS IS WS-Claims-Holdback-Status.
