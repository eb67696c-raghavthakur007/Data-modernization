      *> INSVLOG - one row of DMV.TRANSMIT, keyed by our transmission
      *> reference: every VIN transaction reported to a DMV and what
      *> the DMV said about it. InsuranceVerificationExtract writes it
      *> SENT; InsuranceVerificationResponse moves it to ACCEPTED or
      *> ERROR off the DMV's return. ERROR rows are the worklist of
      *> reports to correct and resend.
       01  Verification-Log-Record.
           05  VL-Reference           PIC X(10).
           05  VL-State-Code          PIC X(2).
           05  VL-Transaction-Type    PIC X(3).
           05  VL-Policy-Number       PIC X(10).
           05  VL-VIN                 PIC X(17).
           05  VL-Effective-Date      PIC X(10).
           05  VL-Sent-Date           PIC X(10).
      *> 'Y' when the report went out after the state's allowed days.
           05  VL-Late-Flag           PIC X.
      *> SENT, ACCEPTED, or ERROR.
           05  VL-Status              PIC X(10).
           05  VL-Error-Code          PIC X(6).
           05  VL-Error-Text          PIC X(30).
           05  VL-Response-Date       PIC X(10).
