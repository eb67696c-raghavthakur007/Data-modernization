      *> USERAUTH - one user authorization on USER.AUTH, the indexed
      *> authorization table keyed by user id plus transaction class.
      *> The sensitive maintenance transactions (rate maintenance,
      *> GL period actions, held-payment releases, supervisor
      *> releases of over-authority claim payments, claim
      *> dispositions, underwriting decisions) verify the keyed user
      *> here before applying anything - until this table existed
      *> none of them checked that the user was allowed to do what
