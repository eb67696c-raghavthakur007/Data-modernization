      *> COMPASGN - one row of the external COMPANY.ASSIGN file, the
      *> rule that says which legal entity writes new business in a
      *> state, optionally for one line. A row with WA-Policy-Type of
      *> SPACES covers every line in the state; a row naming the
      *> line wins over it. A state with no row at all writes in
      *> "01", the original company, which is also what the file
      *> being absent means.
       01  Company-Assign-File-Record.
           05  WA-State-Code            PIC X(2).
           05  WA-Policy-Type           PIC X(15).
           05  WA-Company-Code          PIC X(2).
