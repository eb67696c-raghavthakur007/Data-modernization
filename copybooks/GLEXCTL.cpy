      *> has been posted through - each run posts only PAY rows
      *> decided after it. One row, keyed the same fixed way
      *> POLCTLREC's counters are; PolicyRenewal folds its repricing
      *> movement into the same per-type slots. A slot is one
      *> Policy-Type within one writing company, since each company's
      *> revenue posts to its own books. The first 20 slots and
      *> everything ahead of them sit exactly where they always have;
      *> slots 21-40 and the company code for every slot are a
      *> trailing area added after them, so a row saved before there
      *> was a second company keeps its bytes in place once the file
      *> is reloaded at the wider record length - the reload pads the
      *> trailing area with blanks (callers also clear the record
      *> before the READ) and a blank company is read as the
      *> original company's ("01").
       01  GL-Posted-Control-Record.
           05  PT-Control-Key           PIC X(10).
           05  PT-Claims-Posted-Thru    PIC X(10).
           05  PT-Type-Count            PIC 9(4) COMP.
           05  PT-Type-Position OCCURS 40 TIMES
                   INDEXED BY PTTypeIdx.
               10  PT-Policy-Type       PIC X(15).
               10  PT-Premium-Posted    PIC 9(13)V99.
      *> Its own index, set from PTTypeIdx before each use - the two
      *> tables' entries are different widths.
           05  PT-Company-Position OCCURS 40 TIMES
                   INDEXED BY PTCompanyIdx.
               10  PT-Company-Code      PIC X(2).
