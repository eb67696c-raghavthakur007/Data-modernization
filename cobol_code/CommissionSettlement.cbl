      *> disbursement and posts the commission expense through GLPost;
      *> anything smaller (or negative) waits on AGENT.CARRYFWD for
      *> next period. Settled commission rows and chargebacks are
      *> flagged SETTLED in place so a rerun never pays twice. Each
      *> writing company settles its own producer payables: an agent
      *> writing for both companies nets, carries forward, is paid
      *> and posts separately per company (AC-Company-Code on the
      *> commission, the master's Writing-Company-Code on a
      *> chargeback - spaces read as the original company, "01").
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  AP-Agent-Name          PIC X(50).
           05  AP-Payable-Amount      PIC 9(9)V99.
           05  AP-Settlement-Date     PIC X(10).
           05  AP-Company-Code        PIC X(2).

       FD  Agent-Carryforward-File.
           COPY AGTCFWD.
       01  WS-Matched-Index               PIC 9(4) COMP.
       01  WS-Chargeback-Rate             PIC 9V999.
       01  WS-Chargeback-Amount           PIC 9(9)V99.
      *> Agency hierarchy walk for override chargebacks - same cap
      *> AgentCommission puts on the climb.
       01  WS-Chain-Agent                 PIC X(8).
       01  WS-Chain-Depth                 PIC 9(2) COMP.
       01  WS-Max-Chain-Depth             PIC 9(2) COMP VALUE 5.
       01  WS-Producer-Code               PIC X(8).
       01  WS-Net-Amount                  PIC S9(11)V99.
      *> A net below this waits on the carry-forward instead of
      *> cutting a check.
       01  WS-Debit-Credit                PIC X.
       01  WS-GL-Reference                PIC X(15).
       01  WS-GL-Description              PIC X(30).
       01  WS-GL-Company-Code             PIC X(2).
       01  WS-Net-Company-Code            PIC X(2).
       01  Commission-Expense-Account     PIC X(10) VALUE "7010".
       01  Cash-Clearing-Account          PIC X(10) VALUE "1000".
       01  WS-Current-Date.
           05  WS-Current-Day    PIC 9(2).
       01  WS-Today-MDY                   PIC X(10).

      *> Per-agent, per-company accumulation for this settlement run.
       01  AgentNetting.
           05  Agent-Net-Count         PIC 9(4) COMP.
           05  AgentNetRecord OCCURS 1 TO 2000 TIMES
                   DEPENDING ON Agent-Net-Count
                   INDEXED BY AgentNetIdx.
               10  AN-Agent-Code           PIC X(8).
               10  AN-Company-Code         PIC X(2).
      *> Signed - a repricing down between settlements nets a
      *> negative movement against the agent's other earnings.
               10  AN-Earned-Amount        PIC S9(11)V99.
           05  Commission-Row-Count    PIC 9(8) COMP.
           05  Commission-Row OCCURS 1 TO 100000 TIMES
                   DEPENDING ON Commission-Row-Count
                   INDEXED BY CommissionRowIdx PIC X(84).
       01  CancelFileTable.
           05  Cancel-Row-Count        PIC 9(8) COMP.
           05  Cancel-Row OCCURS 1 TO 100000 TIMES
           CLOSE Agent-Settled-File.

       Net-Movement-Over-Position.
      *> An override nets against the agency's own position on the
      *> policy term, never the producer's.
           MOVE AC-Policy-Number OF CommissionRow TO SP-Policy-Number
           MOVE AC-Term-Number OF CommissionRow TO SP-Term-Number
           MOVE SPACES TO SP-Override-Agent
           IF AC-Commission-Type OF CommissionRow = "OVERRIDE"
               MOVE AC-Agent-Code OF CommissionRow TO SP-Override-Agent
           END-IF
           READ Agent-Settled-File
               INVALID KEY
                   MOVE AC-Policy-Number OF CommissionRow TO
                       SP-Policy-Number
                   MOVE AC-Term-Number OF CommissionRow TO
                       SP-Term-Number
                   MOVE SPACES TO SP-Override-Agent
                   IF AC-Commission-Type OF CommissionRow = "OVERRIDE"
                       MOVE AC-Agent-Code OF CommissionRow TO
                           SP-Override-Agent
                   END-IF
                   MOVE 0 TO SP-Settled-Amount
           END-READ

           IF WS-Commission-Movement NOT = 0
               MOVE AC-Agent-Code OF CommissionRow TO
                   WS-Offending-Value
               MOVE AC-Company-Code OF CommissionRow TO
                   WS-Net-Company-Code
               IF WS-Net-Company-Code = SPACES
                   MOVE "01" TO WS-Net-Company-Code
               END-IF
               PERFORM Find-Agent-Net-Slot
               ADD WS-Commission-Movement TO
                   AN-Earned-Amount OF AgentNetRecord(WS-Matched-Index)
           END-REWRITE.

       Test-Latest-For-Policy.
      *> A later DUE row for the same policy supersedes this one -
      *> producer rows by producer rows, and an agency's override
      *> rows only by that same agency's later override.
           MOVE 'Y' TO WS-Latest-For-Policy
           PERFORM VARYING WS-Ahead-Index FROM 1 BY 1
               UNTIL WS-Ahead-Index > Commission-Row-Count
                           AC-Policy-Number OF CommissionRow
                       AND AC-Settlement-Status OF CommissionRow2 =
                           "DUE"
                       AND ((AC-Commission-Type OF CommissionRow =
                               "OVERRIDE"
                           AND AC-Commission-Type OF CommissionRow2 =
                               "OVERRIDE"
                           AND AC-Agent-Code OF CommissionRow2 =
                               AC-Agent-Code OF CommissionRow)
                         OR (AC-Commission-Type OF CommissionRow NOT =
                               "OVERRIDE"
                           AND AC-Commission-Type OF CommissionRow2
                               NOT = "OVERRIDE"))
                       MOVE 'N' TO WS-Latest-For-Policy
                       EXIT PERFORM
                   END-IF
       Find-Agent-Net-Slot.
      *> WS-Offending-Value(1:8) carries the agent code in - reused as
      *> the scratch key so both the commission and chargeback loops
      *> can share this slot lookup; WS-Net-Company-Code carries the
      *> writing company.
           MOVE 0 TO WS-Matched-Index
           PERFORM VARYING WS-Agent-Index FROM 1 BY 1
               UNTIL WS-Agent-Index > Agent-Net-Count
               IF AN-Agent-Code OF AgentNetRecord(WS-Agent-Index) =
                       WS-Offending-Value(1:8)
                   AND AN-Company-Code OF
                       AgentNetRecord(WS-Agent-Index) =
                       WS-Net-Company-Code
                   MOVE WS-Agent-Index TO WS-Matched-Index
                   EXIT PERFORM
               END-IF
               MOVE Agent-Net-Count TO WS-Matched-Index
               MOVE WS-Offending-Value(1:8) TO
                   AN-Agent-Code OF AgentNetRecord(WS-Matched-Index)
               MOVE WS-Net-Company-Code TO
                   AN-Company-Code OF AgentNetRecord(WS-Matched-Index)
               MOVE 0 TO
                   AN-Earned-Amount OF AgentNetRecord(WS-Matched-Index)
               MOVE 0 TO AN-Chargeback-Amount OF
                   PC-Policy-Number OF CancelRow, WS-Program-Name,
                   WS-Offending-Value
           ELSE
               MOVE Writing-Company-Code OF Policy-Master-Record TO
                   WS-Net-Company-Code
               IF WS-Net-Company-Code = SPACES
                   MOVE "01" TO WS-Net-Company-Code
               END-IF
               MOVE 0 TO WS-Chargeback-Rate
               MOVE Agent-Code OF Policy-Master-Record TO
                   AG-Agent-Code OF Agent-Master-Record
               ADD WS-Chargeback-Amount TO
                   AN-Chargeback-Amount OF
                       AgentNetRecord(WS-Matched-Index)
               IF WS-Agent-Master-Status = "00"
                   PERFORM Charge-Back-Override-Chain
               END-IF
               MOVE "SETTLED" TO PC-Chargeback-Status OF CancelRow
           END-IF.

       Charge-Back-Override-Chain.
      *> Every agency that took an override on the policy gives back
      *> its override on the refunded premium too, at its own rate,
      *> the same way the producer gives back base commission.
           MOVE AG-Agent-Code OF Agent-Master-Record TO
               WS-Producer-Code
           MOVE AG-Parent-Agency-Code OF Agent-Master-Record TO
               WS-Chain-Agent
           MOVE 0 TO WS-Chain-Depth
           PERFORM UNTIL WS-Chain-Agent = SPACES
                   OR WS-Chain-Agent = WS-Producer-Code
                   OR WS-Chain-Depth >= WS-Max-Chain-Depth
               ADD 1 TO WS-Chain-Depth
               MOVE WS-Chain-Agent TO
                   AG-Agent-Code OF Agent-Master-Record
               READ Agent-Master-File
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-Agent-Master-Status NOT = "00"
                   MOVE SPACES TO WS-Chain-Agent
               ELSE
                   IF AG-Override-Rate OF Agent-Master-Record > 0
                       COMPUTE WS-Chargeback-Amount ROUNDED =
                           PC-Unearned-Premium OF CancelRow *
                           AG-Override-Rate OF Agent-Master-Record
                       MOVE WS-Chain-Agent TO WS-Offending-Value
                       PERFORM Find-Agent-Net-Slot
                       ADD WS-Chargeback-Amount TO
                           AN-Chargeback-Amount OF
                               AgentNetRecord(WS-Matched-Index)
                   END-IF
                   MOVE AG-Parent-Agency-Code OF Agent-Master-Record
                       TO WS-Chain-Agent
               END-IF
           END-PERFORM.

       Settle-Each-Agent.
           OPEN I-O Agent-Carryforward-File
           IF WS-Agent-Carryforward-Status = "35"
       Settle-One-Agent.
           MOVE AN-Agent-Code OF AgentNetRecord(WS-Agent-Index) TO
               CF-Agent-Code
           MOVE AN-Company-Code OF AgentNetRecord(WS-Agent-Index) TO
               CF-Company-Code
           READ Agent-Carryforward-File
               INVALID KEY
                   MOVE AN-Agent-Code OF
                       AgentNetRecord(WS-Agent-Index) TO
                       CF-Agent-Code
                   MOVE AN-Company-Code OF
                       AgentNetRecord(WS-Agent-Index) TO
                       CF-Company-Code
                   MOVE 0 TO CF-Carry-Amount
                   MOVE SPACES TO CF-Last-Settled-Date
           END-READ
           END-IF
           MOVE WS-Net-Amount TO AP-Payable-Amount
           MOVE WS-Today-MDY TO AP-Settlement-Date
           MOVE AN-Company-Code OF AgentNetRecord(WS-Agent-Index) TO
               AP-Company-Code

           WRITE Agent-Payable-Record
           CLOSE Agent-Payable-File.
           MOVE AN-Agent-Code OF AgentNetRecord(WS-Agent-Index) TO
               WS-GL-Reference
           MOVE "AGENT COMMISSION SETTLED" TO WS-GL-Description
           MOVE AN-Company-Code OF AgentNetRecord(WS-Agent-Index) TO
               WS-GL-Company-Code
           MOVE "D" TO WS-Debit-Credit
           CALL "GLPost" USING Commission-Expense-Account,
               WS-Debit-Credit, WS-GL-Amount,
               WS-GL-Reference, WS-GL-Description,
               WS-GL-Company-Code
           MOVE "C" TO WS-Debit-Credit
           CALL "GLPost" USING Cash-Clearing-Account,
               WS-Debit-Credit, WS-GL-Amount,
               WS-GL-Reference, WS-GL-Description,
               WS-GL-Company-Code.

       Rewrite-Commission-File.
           OPEN OUTPUT Agent-Commission-File
