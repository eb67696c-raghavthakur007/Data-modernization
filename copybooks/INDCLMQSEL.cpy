      *> INDCLMQSEL - FILE-CONTROL entry for CLAIMSEARCH.SUBMITTED,
      *> the indexed industry-submission file keyed by claim number
      *> with an alternate key on policy number (duplicates allowed).
           SELECT Industry-Submit-File
               ASSIGN TO "CLAIMSEARCH.SUBMITTED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IQ-Claim-Number
               ALTERNATE RECORD KEY IS IQ-Policy-Number
                   WITH DUPLICATES
               FILE STATUS IS WS-Industry-Submit-Status.
