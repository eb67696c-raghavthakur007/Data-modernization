      *> master's Cumulative-Claims-Paid, and reverses the claims-paid
      *> GL pair through GLPost - but only when GLExtract's posted-thru
      *> cursor shows the original payment already reached the ledger;
      *> a not-yet-posted payment is posted gross by GLExtract when its
      *> window reaches the VOIDED row - the original pair and this
      *> REVERSAL row's pair together. RX-Reissue-Flag 'Y' then
      *> reissues a corrected payment in the same run - a fresh PAY
      *> register row and CLAIMS.DISBURSE line - so the fix
      *> reconciles back to the register instead of living in a
      *> manual journal entry. The reissue's own paid-loss posting
      *> is left to GLExtract's claims window - its fresh PAY row is
      *> dated the reversal date and posts on the next nightly run,
      *> the same way a ReviewDisposition payment does.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Same CLMDISB shape as the live disbursement queue - see
      *> ClaimProcessing's held-items file.
       FD  Disbursement-Held-File.
       01  Disbursement-Held-Record    PIC X(112).

       FD  Disbursement-Void-File.
           COPY CLMDVOID.
       01  WS-Debit-Credit             PIC X.
       01  WS-GL-Reference             PIC X(15).
       01  WS-GL-Description           PIC X(30).
       01  WS-GL-Company-Code          PIC X(2).
       01  Cash-Clearing-Account       PIC X(10) VALUE "1000".
       01  CI-Claims-Account           PIC X(10) VALUE "6010".
       01  HI-Claims-Account           PIC X(10) VALUE "6020".

      *> Credit the ledger only if the ledger was ever debited - a
      *> payment decided after GLExtract's posted-thru cursor never
      *> reached claims expense yet; GLExtract posts it and its
      *> reversal together when the VOIDED row comes into its window.
           MOVE CR-Decision-Date OF RegisterRow(7:4) TO
               WS-Work-YYYYMMDD(1:4)
           MOVE CR-Decision-Date OF RegisterRow(1:2) TO
           PERFORM Set-Expense-Account
           IF WS-Expense-Account NOT = SPACES
               MOVE WS-Voided-Amount TO WS-GL-Amount
      *> Referenced to the REVERSAL row just written, the way
      *> GLExtract references a claims-paid pair to its PAY row.
               MOVE SPACES TO WS-GL-Reference
               STRING RX-Claim-Number "-" WS-Highest-Sequence
                   DELIMITED BY SIZE INTO WS-GL-Reference
               MOVE "CLAIM PAYMENT REVERSED" TO WS-GL-Description
               MOVE CR-Company-Code OF RegisterRow TO
                   WS-GL-Company-Code
               MOVE "D" TO WS-Debit-Credit
               CALL "GLPost" USING Cash-Clearing-Account,
                   WS-Debit-Credit, WS-GL-Amount,
                   WS-GL-Reference, WS-GL-Description,
                   WS-GL-Company-Code
               MOVE "C" TO WS-Debit-Credit
               CALL "GLPost" USING WS-Expense-Account,
                   WS-Debit-Credit, WS-GL-Amount,
                   WS-GL-Reference, WS-GL-Description,
                   WS-GL-Company-Code
           END-IF.

       Reissue-Corrected-Payment.
           MOVE WS-Reissue-Amount TO DB-Net-Payment-Amount
           MOVE RX-Reversal-Date TO DB-Disbursement-Date
           MOVE CR-Payee-Tax-Id OF RegisterRow TO DB-Payee-Tax-Id
           MOVE CR-Company-Code OF RegisterRow TO DB-Company-Code
           MOVE SPACES TO DB-Vendor-Id

      *> Same compliance gate every other disbursement producer
      *> applies - a corrected payee keyed on a reversal is exactly
