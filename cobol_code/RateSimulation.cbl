      *> after the fact. The current in-force book is loaded off
      *> POLICY-MASTER-FILE into the pipeline's own table and rated
      *> through CalculatePremium's FULL logic (tiers, bundling,
      *> telematics, home factors, ZIP territory relativities, state
      *> tax) in SIMULATE mode, which
      *> prices against the staged RATE.CANDIDATE table and writes
      *> nothing persistent - no master rewrite ever happens here, no
      *> premium history, no PREMIUM.TAX.DETAIL. What comes out is
