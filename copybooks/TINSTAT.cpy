      *> TINSTAT - one payee's B-notice history on TIN.STATUS, keyed
      *> by the tax id the IRS said does not match the name we filed
      *> under. BNoticeProcessing opens a row when the payee first
      *> turns up on an IRS mismatch listing and moves it through the
      *> notice cycle; PaymentIssue backup-withholds every item paid
      *> under a tax id whose row is WITHHOLD, or NOTICED with the
      *> response date gone by.
       01  Tin-Status-Record.
           05  TS-Payee-Tax-Id        PIC X(11).
           05  TS-Payee-Name          PIC X(50).
      *> 1 after the first B-notice, 2 after the second - a second
      *> mismatch inside three years of the first needs the SSA/IRS
      *> validation, not just a fresh W-9.
           05  TS-Notice-Count        PIC 9.
           05  TS-First-Notice-Date   PIC X(10).
           05  TS-Last-Notice-Date    PIC X(10).
           05  TS-Response-Due-Date   PIC X(10).
      *> Tax year of the latest IRS listing worked - a repeat listing
      *> for the same year is not noticed twice.
           05  TS-Last-Tax-Year       PIC 9(4).
      *> NOTICED while the payee's response window is open, WITHHOLD
      *> once it closes uncertified, CERTIFIED when the payee answers.
           05  TS-BN-Status           PIC X(10).
           05  TS-Certified-Date      PIC X(10).
