      *> DACPOSSEL - FILE-CONTROL entry for DAC.POSITION, the indexed
      *> per-policy-term deferred acquisition cost position keyed by
      *> policy number plus term number. COPY into DACAmortization's
      *> FILE-CONTROL paragraph.
           SELECT DAC-Position-File ASSIGN TO "DAC.POSITION"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-Position-Key
               FILE STATUS IS WS-DAC-Position-Status.
