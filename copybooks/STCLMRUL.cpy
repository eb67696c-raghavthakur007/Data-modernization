      *> STCLMRUL - one row of the external STATE.CLAIMRULES file, the
      *> unfair-claims-practices deadlines by State-Code, Compliance-
      *> maintained the same way STATE.CONTEST is. Days are calendar
      *> days: acknowledge a claim within SR-Ack-Days of notice (its
      *> intake date), accept or deny within SR-Decision-Days of
      *> receiving proof of loss, and pay within SR-Payment-Days of
      *> accepting it. While a decision runs past its deadline the
      *> claimant is owed a written status letter every
      *> SR-Status-Letter-Days. A state with no row gets the house
      *> defaults (see ClaimDeadlineDiary).
       01  State-Claim-Rules-Record.
           05  SR-State-Code            PIC X(2).
           05  SR-Ack-Days              PIC 9(3).
           05  SR-Decision-Days         PIC 9(3).
           05  SR-Payment-Days          PIC 9(3).
           05  SR-Status-Letter-Days    PIC 9(3).
