      *> TRTYREC - one row of the external REINS.TREATY file, the
      *> proportional treaty master the reinsurance desk maintains
      *> the same way it maintains XOL.TREATY. One row per treaty year
      *> and Policy-Type: the per-line retention we keep, the treaty
      *> limit the panel takes above it, and the participating
      *> reinsurers with their percentage shares (expected to total
      *> 100). A 1/1 renegotiation is a new row with the new year's
      *> dates - the old year's row stays, so a policy written under
      *> it still cedes under it. Each writing company buys its own
      *> treaties - a row applies only to that company's policies;
      *> rows keyed before a second company existed carry spaces in
      *> TR-Company-Code and are the original company's ("01").
       01  Reins-Treaty-File-Record.
           05  TR-Treaty-Id            PIC X(10).
           05  TR-Policy-Type          PIC X(15).
           05  TR-Effective-Date       PIC X(10).
           05  TR-Expiration-Date      PIC X(10).
           05  TR-Retention-Limit      PIC 9(9)V99.
           05  TR-Treaty-Limit         PIC 9(9)V99.
           05  TR-Reinsurer-Count      PIC 9(2).
           05  TR-Panel OCCURS 10 TIMES.
               10  TR-Reinsurer-Id     PIC X(8).
               10  TR-Reinsurer-Name   PIC X(30).
               10  TR-Share-Percent    PIC 9(3)V99.
           05  TR-Company-Code         PIC X(2).
