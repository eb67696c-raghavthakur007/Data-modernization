      *> AGTCOMQ - one row of AGENT.COMMINQ, the indexed inquiry copy
      *> of the open (DUE/HELD) rows on AGENT.COMMISSION, keyed by
      *> agent code plus the row's position on the extract so one
      *> agent's rows sit together for a keyed browse. The extract
      *> itself stays LINE SEQUENTIAL for the batch programs that
      *> append and rewrite it; CommissionInquiryLoad rebuilds this
      *> copy after each commission/settlement run so AINQ can show an
      *> agent's open commission without a CICS program reading a
      *> flat file. Field list follows AGENTCOM.
       01  Commission-Inquiry-Record.
           05  CQ-Inquiry-Key.
               10  CQ-Agent-Code        PIC X(8).
               10  CQ-Row-Sequence      PIC 9(7).
           05  CQ-Policy-Number         PIC X(10).
           05  CQ-Term-Number           PIC 9(3).
           05  CQ-Policy-Type           PIC X(15).
           05  CQ-Policy-Premium        PIC 9(9)V99.
           05  CQ-Commission-Rate       PIC 9V999.
           05  CQ-Commission-Amount     PIC 9(9)V99.
           05  CQ-Settlement-Status     PIC X(10).
           05  CQ-Commission-Type       PIC X(10).
