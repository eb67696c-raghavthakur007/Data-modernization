      *> FEEREC - one row of the external FEE.SCHEDULE file, the
      *> policyholder billing fee table by State-Code and fee type,
      *> Compliance-maintained the same way STATE.CONTEST and
      *> STATE.TOTALLOSS are. FE-Fee-Type is INSTALLMNT (service
      *> charge per MONTHLY/QUARTERLY installment), LATE (assessed
      *> once an installment is FE-Grace-Days past due) or NSF
      *> (returned payment). FE-Prohibited = 'Y' records a state that
      *> bars the fee outright - no fee line is ever billed there. A
      *> state/type with no row gets the house default (see
      *> FeeLookup).
       01  Fee-Schedule-File-Record.
           05  FE-State-Code            PIC X(2).
           05  FE-Fee-Type              PIC X(10).
           05  FE-Fee-Amount            PIC 9(5)V99.
           05  FE-Prohibited            PIC X.
           05  FE-Grace-Days            PIC 9(3).
