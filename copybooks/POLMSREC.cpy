      *> the live master so a reopened legal matter is not re-purged
      *> out from under the people working it.
           05  Restored-Flag           PIC X.
      *> Legal entity that wrote the policy - assigned at issuance
      *> from COMPANY.ASSIGN by state and line (see COMPASGN) and
      *> carried onto the claims, disbursements, commissions and
      *> ledger lines the policy generates. Spaces on a policy
      *> issued before a second company existed read as "01", the
      *> original company, the same way a blank Currency-Code reads
      *> as the home currency.
           05  Writing-Company-Code    PIC X(2).
      *> Vehicle schedule - one row per insured vehicle under a
      *> CAR_INSURANCE policy, so a single Policy-Number can cover more
      *> than one car. A policy with Vehicle-Count = 0 rates off the
