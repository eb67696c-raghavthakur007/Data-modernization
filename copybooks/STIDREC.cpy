      *> STIDREC - one row of the external STATE.IDCARD file, the
      *> state-required wording printed on the CAR_INSURANCE proof-of-
      *> insurance ID card, by State-Code. Compliance-maintained the
      *> same way STATE.CONTEST and STATE.TOTALLOSS are. A state with
      *> no row prints the house carry-in-vehicle wording (see
      *> IDCardPrint).
       01  State-IDCard-File-Record.
           05  SI-State-Code            PIC X(2).
           05  SI-Wording-Line-1        PIC X(60).
           05  SI-Wording-Line-2        PIC X(60).
