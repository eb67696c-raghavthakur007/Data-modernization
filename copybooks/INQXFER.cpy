      *> INQXFER - the commarea one inquiry transaction hands another
      *> when a rep jumps from a list straight into the detail screen
      *> for a chosen policy (CUST into PINQ or CINQ) by RETURN
      *> TRANSID ... IMMEDIATE. The receiving program tells it from
      *> its own paging commarea by length - neither PINQ's nor
      *> CINQ's own commarea is this size - and shows the policy
      *> without the rep re-keying it.
       01  Inquiry-Transfer-Area.
           05  XF-From-Transid      PIC X(4).
           05  XF-Policy-Number     PIC X(10).
