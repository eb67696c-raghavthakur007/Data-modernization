           05  BE-Due-Date             PIC X(10).
           05  BE-Payment-Terms        PIC X(10).
      *> Which installment of the policy's payment plan this row
      *> bills (1 of 1 for ANNUAL). Fees bill on their own lines -
      *> BE-Line-Type is PREMIUM for the share of Policy-Premium or
      *> the FEE.SCHEDULE fee type (INSTALLMNT/LATE/NSF), and
      *> BE-Installment-Fee carries the fee on a fee line, zero on a
      *> premium line.
           05  BE-Installment-Number   PIC 9(3).
           05  BE-Installment-Fee      PIC 9(5)V99.
           05  BE-Line-Type            PIC X(10).
      *> Who the invoice goes to. The named insured on every plan but
      *> MORTGAGEE, where the premium is paid out of the mortgage
      *> escrow and the bill goes to the first-position mortgagee on
      *> the policy's additional interests, with the lender's loan
      *> number on it so the remittance can be matched back.
           05  BE-Bill-To-Name         PIC X(50).
           05  BE-Bill-To-Address      PIC X(60).
           05  BE-Loan-Number          PIC X(15).
