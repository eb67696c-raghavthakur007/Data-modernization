      *> ledger. GLExtract writes one CREDIT line per Policy-Type to
      *> the matching revenue account for premium collected and a
      *> balancing DEBIT to the cash clearing account, and one DEBIT
      *> line per paid register row to the line's claims expense
      *> account for claims paid and a balancing CREDIT to the same
      *> cash clearing account - see GLExtract's
      *> Build-Premium-Postings and Build-Claims-Postings. Claim-level
      *> lines (claims paid, ALAE, payment reversals) carry claim
      *> number, "-", and register row sequence as their source
      *> reference.
       01  GL-Posting-Record.
           05  GL-Posting-Date        PIC X(10).
      *> Accounting period (YYYYMM) this line posts into - writers
           05  GL-Amount              PIC 9(11)V99.
           05  GL-Source-Reference    PIC X(15).
           05  GL-Description         PIC X(30).
      *> Legal entity whose ledger the line belongs to - each writing
      *> company keeps its own books on the shared feed, and
      *> TrialBalance proves each company separately. Spaces on
      *> lines posted before a second company existed read as "01".
           05  GL-Company-Code        PIC X(2).
