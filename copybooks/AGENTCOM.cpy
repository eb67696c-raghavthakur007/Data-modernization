      *> AGENTCOM - one row of the AGENT.COMMISSION detail extract,
      *> one row per rated policy showing the commission owed the
      *> placing agent/broker. ContingentCommission adds one
      *> CONTINGENT row per agent per year for the annual profit-
      *> sharing bonus - "CC" + agent code in the policy position and
      *> the year's last three digits in the term - so it settles
      *> through the same AGENT.SETTLED position as any commission.
       01  Agent-Commission-Record.
           05  AC-Agent-Code            PIC X(8).
           05  AC-Policy-Number         PIC X(10).
      *> CommissionSettlement has netted it into an agent payable -
      *> so a settlement rerun never pays the same commission twice.
           05  AC-Settlement-Status     PIC X(10).
      *> BASE for the producer's own commission, OVERRIDE for an
      *> upline agency's override on the same policy (AC-Agent-Code
      *> is then the agency), CONTINGENT for the annual bonus. Rows
      *> written before the hierarchy existed carry spaces and settle
      *> as BASE.
           05  AC-Commission-Type       PIC X(10).
      *> Writing company of the policy the commission was earned on,
      *> so each legal entity settles its own producer payables.
      *> Spaces (the older rows, and CONTINGENT bonus rows) read as
      *> "01".
           05  AC-Company-Code          PIC X(2).
