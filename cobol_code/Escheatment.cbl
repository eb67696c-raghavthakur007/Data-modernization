       01  WS-Debit-Credit             PIC X.
       01  WS-GL-Reference             PIC X(15).
       01  WS-GL-Description           PIC X(30).
       01  WS-GL-Company-Code          PIC X(2).
       01  Cash-Clearing-Account       PIC X(10) VALUE "1000".
      *> Unclaimed-property liability, beside the 2450 backup-
      *> withholding family.
           MOVE PI-Payment-Amount TO WS-GL-Amount
           MOVE PI-Check-Number TO WS-GL-Reference
           MOVE "ESCHEATED FUNDS" TO WS-GL-Description
           MOVE PI-Company-Code TO WS-GL-Company-Code
           MOVE "D" TO WS-Debit-Credit
           CALL "GLPost" USING Cash-Clearing-Account,
               WS-Debit-Credit, WS-GL-Amount,
               WS-GL-Reference, WS-GL-Description,
               WS-GL-Company-Code
           MOVE "C" TO WS-Debit-Credit
           CALL "GLPost" USING Escheat-Liability-Account,
               WS-Debit-Credit, WS-GL-Amount,
               WS-GL-Reference, WS-GL-Description,
               WS-GL-Company-Code

           MOVE "ESCHEATED" TO PI-Item-Status
           MOVE WS-Today-MDY TO PI-Escheat-Date
