      *> PAYMENT or NSF - an NSF row is the permanent record that a
      *> previously receipted payment was returned and backed out.
           05  PR-Transaction-Type    PIC X(10).
      *> Lockbox deposit the payment arrived in - see PAYMREC's
      *> PM-Deposit-Reference. Spaces for every other channel.
           05  PR-Deposit-Reference   PIC X(10).
