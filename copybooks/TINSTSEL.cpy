      *> TINSTSEL - FILE-CONTROL entry for TIN.STATUS, the indexed
      *> B-notice status master keyed by payee tax id. COPY into
      *> BNoticeProcessing (maintenance) and PaymentIssue (backup
      *> withholding test per item).
           SELECT Tin-Status-File ASSIGN TO "TIN.STATUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-Payee-Tax-Id OF Tin-Status-Record
               FILE STATUS IS WS-Tin-Status-File-Status.
