      *> INSVOUT - DMV.OUTBOUND, the insurance-verification report to
      *> the state motor vehicle departments. One batch per reporting
      *> state: a BHD batch header naming the state and the company
      *> code that state's DMV assigned us, the VIN detail, and a BTR
      *> batch trailer with the detail count the DMV proves the batch
      *> against.
       01  Verification-Batch-Record.
           05  VB-Record-Type         PIC X(3).
           05  VB-State-Code          PIC X(2).
           05  VB-Company-Code        PIC X(10).
           05  VB-Batch-Date          PIC X(10).
           05  VB-Record-Count        PIC 9(8).
       01  Verification-Out-Record.
           05  VO-Record-Type         PIC X(3).
      *> Our transmission reference - the DMV echoes it on the
      *> acknowledgment or error it returns.
           05  VO-Reference           PIC X(10).
           05  VO-State-Code          PIC X(2).
           05  VO-Transaction-Type    PIC X(3).
           05  VO-Policy-Number       PIC X(10).
           05  VO-VIN                 PIC X(17).
           05  VO-Effective-Date      PIC X(10).
           05  VO-Expiration-Date     PIC X(10).
           05  VO-Insured-Name        PIC X(50).
