      *> TINMISM - one payee on the IRS name/TIN mismatch listing
      *> (CP2100), as received on IRS.MISMATCH. The IRS lists the
      *> name and tax id we filed the 1099 under and the tax year of
      *> the filing; BNoticeProcessing matches it back to the payee
      *> on PAYMENT.ISSUED by PI-Payee-Tax-Id.
       01  Tin-Mismatch-Record.
           05  TM-Payee-Tax-Id        PIC X(11).
           05  TM-Payee-Name          PIC X(40).
           05  TM-Tax-Year            PIC 9(4).
      *> Date on the IRS listing, MM/DD/YYYY - the B-notice clock
      *> runs from here.
           05  TM-Listing-Date        PIC X(10).
