      *> INSVEVT - one row of DMV.EVENTS, the queue of insurance-
      *> verification events waiting for the nightly DMV report. The
      *> InsuranceVerification call appends one row per vehicle each
      *> time a CAR_INSURANCE policy's coverage on a VIN starts,
      *> stops, or rolls - new business, a vehicle added or dropped,
      *> a cancellation, a reinstatement, a renewal.
      *> InsuranceVerificationExtract empties the queue each run.
       01  Verification-Event-Record.
      *> NBS new business, ADD vehicle added, DEL vehicle dropped,
      *> CAN cancellation, REI reinstatement, REN renewal.
           05  IV-Transaction-Type    PIC X(3).
           05  IV-State-Code          PIC X(2).
           05  IV-Policy-Number       PIC X(10).
           05  IV-VIN                 PIC X(17).
      *> When coverage on the VIN starts (NBS/ADD/REI/REN) or stops
      *> (DEL/CAN) - MM/DD/YYYY.
           05  IV-Effective-Date      PIC X(10).
           05  IV-Expiration-Date     PIC X(10).
           05  IV-Insured-Name        PIC X(50).
           05  IV-Event-Date          PIC X(10).
