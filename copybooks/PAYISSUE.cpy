      *> issued inside the window.
           05  PI-Interest-Amount     PIC 9(9)V99.
      *> Backup withholding taken out of this item because the payee
      *> arrived with no tax id, or under a B-noticed tax id never
      *> certified - PI-Payment-Amount is what the payee was actually
      *> paid (net of withholding), and gross is payment plus
      *> withheld. Zero otherwise.
           05  PI-Withheld-Amount     PIC 9(9)V99.
      *> Escheatment clock - the date the due-diligence letter went
      *> out when PI-Item-Status advanced STALE -> ESCHDILIG, then
      *> the date the item was remitted to the state at ESCHEATED.
      *> Spaces on items that never staled.
           05  PI-Escheat-Date        PIC X(10).
      *> The decision date the CLAIMS.DISBURSE line carried - the
      *> register's business date for the payment, which the issue
      *> date trails by however long the line waited for a run (or a
      *> watch-list release). ClaimsDisbursementRecon dates the item
      *> into an accounting period by this, not by PI-Issue-Date.
           05  PI-Disbursement-Date   PIC X(10).
      *> Writing company the item was drawn on - carried from the
      *> disbursement (DB-Company-Code) so the check's company, its
      *> bank account, and any later escheat posting stay together.
      *> Spaces read as "01".
           05  PI-Company-Code        PIC X(2).
      *> VENDOR.MASTER id the item paid, from the disbursement
      *> (DB-Vendor-Id) - spaces on claimant and refund items.
           05  PI-Vendor-Id           PIC X(8).
