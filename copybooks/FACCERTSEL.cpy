      *> FACCERTSEL - FILE-CONTROL entry for FAC.CERTIFICATE, the
      *> indexed facultative certificate file keyed by policy number
      *> plus certificate id. COPY into FacCertificateMaintenance
      *> (entry), ReinsuranceCeding (premium cession), ClaimsCeding
      *> (loss billing), and FacCapacityGap (the uncovered-risk list).
           SELECT Fac-Certificate-File ASSIGN TO "FAC.CERTIFICATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-Certificate-Key
               FILE STATUS IS WS-Fac-Certificate-Status.
