      *> INSVLOGSEL - FILE-CONTROL entry for DMV.TRANSMIT, the indexed
      *> insurance-verification transmission log keyed by our
      *> transmission reference.
           SELECT Verification-Log-File ASSIGN TO "DMV.TRANSMIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VL-Reference
               FILE STATUS IS WS-Verification-Log-Status.
