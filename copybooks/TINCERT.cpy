      *> TINCERT - one name/TIN certification received back from a
      *> B-noticed payee, as keyed onto TIN.CERTIFY: a signed W-9
      *> answering a first B-notice, or the SSA/IRS validation a
      *> second B-notice requires. BNoticeProcessing records it on
      *> TIN.STATUS, which stops backup withholding in PaymentIssue.
       01  Tin-Certify-Record.
           05  TC-Payee-Tax-Id        PIC X(11).
      *> W9, or VALIDATN for an SSA/IRS validation - only the latter
      *> clears a second B-notice.
           05  TC-Certify-Type        PIC X(8).
           05  TC-Certified-Date      PIC X(10).
