      *> CLMHOLDB - one row of CLAIMS.HOLDBACK, the recoverable
      *> depreciation held back when ClaimProcessing pays a
      *> replacement-cost HOME dwelling or contents loss at actual
      *> cash value. HB-Holdback-Amount is what was held at the PAY
      *> decision and HB-Released-Amount what HoldbackRelease has paid
      *> out of it since on proof of repair; the difference on an OPEN
      *> row is still owed and carries a reserve on the ledger
      *> (CaseReserve HOLDBACK mode). Status goes RELEASED when the
      *> last of it is paid, EXPIRED when HB-Expiry-Date - the
      *> decision date plus the state's STATE.RCHOLDBACK window -
      *> passes first. The payee fields are the ones the ACV
      *> disbursement went out under, so the release pays the same
      *> party.
       01  Claims-Holdback-Record.
           05  HB-Claim-Number        PIC X(10).
           05  HB-Policy-Number       PIC X(10).
           05  HB-Policy-Type         PIC X(15).
           05  HB-State-Code          PIC X(2).
           05  HB-Part-Code           PIC X(10).
           05  HB-Holdback-Amount     PIC 9(9)V99.
           05  HB-Released-Amount     PIC 9(9)V99.
           05  HB-Holdback-Status     PIC X(10).
           05  HB-Set-Date            PIC X(10).
           05  HB-Expiry-Date         PIC X(10).
           05  HB-Closed-Date         PIC X(10).
           05  HB-Payee               PIC X(50).
           05  HB-Payee-Tax-Id        PIC X(11).
           05  HB-Company-Code        PIC X(2).
