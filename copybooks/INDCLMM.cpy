      *> INDCLMM - one match returned by the industry claims database
      *> against a claim we submitted. Arrives on CLAIMSEARCH.INBOUND
      *> under FEEDCTL controls; FeedAcceptance publishes the proven
      *> detail to CLAIMSEARCH.MATCH with the header date stamped on
      *> each row, and ClaimSearchApply works it onto the claim.
       01  Industry-Match-Record.
           05  IM-Claim-Number        PIC X(10).
      *> What the database matched on - NAME, TAXID, VIN, or ADDRESS.
           05  IM-Match-Basis         PIC X(10).
      *> Prior losses the database holds for the matched party/risk
      *> at other carriers - zero for an identity-only hit.
           05  IM-Prior-Loss-Count    PIC 9(3).
           05  IM-Other-Carrier       PIC X(20).
           05  IM-Other-Claim-Ref     PIC X(15).
           05  IM-Other-Loss-Date     PIC X(10).
           05  IM-Other-Loss-Amount   PIC 9(9)V99.
           05  IM-Match-Date          PIC X(10).
