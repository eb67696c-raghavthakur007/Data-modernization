      *> Date the cession was cut - what the monthly bordereau uses to
      *> bucket cession detail into a reporting period.
           05  RC-Cession-Date         PIC X(10).
      *> REINS.TREATY row the cession was made under - the treaty in
      *> force on the policy's effective date. Blank when no treaty
      *> covered the policy (nothing ceded).
           05  RC-Treaty-Id            PIC X(10).
      *> Slice of the limits placed facultatively above the treaty
      *> (the FAC.CERTIFICATE layers on the policy) and the
      *> certificate premium paid for it - both already taken out of
      *> the retained amount/premium.
           05  RC-Fac-Ceded-Amount     PIC 9(9)V99.
           05  RC-Fac-Ceded-Premium    PIC 9(9)V99.
      *> Writing company of the policy - the cession is made under
      *> that company's treaties and reported on its bordereau. Rows
      *> cut before a second company existed carry spaces and are
      *> the original company's ("01").
           05  RC-Company-Code         PIC X(2).
