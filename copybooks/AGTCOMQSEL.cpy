      *> AGTCOMQSEL - FILE-CONTROL entry for AGENT.COMMINQ, the indexed
      *> inquiry copy of the open AGENT.COMMISSION rows keyed by agent
      *> code plus row sequence. COPY into CommissionInquiryLoad's
      *> FILE-CONTROL paragraph.
           SELECT Commission-Inquiry-File ASSIGN TO "AGENT.COMMINQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQ-Inquiry-Key
               FILE STATUS IS WS-Commission-Inquiry-Status.
