       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContingentCommission.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Annual contingent (profit-sharing) commission. AgentCommission
      *> pays every agent the same per-line rate however the book
      *> runs; this run rewards the profitable, growing ones. For the
      *> contingent year (the prior calendar year unless the
      *> CONTINGENT.CONTROL card names one) each agent's book is
      *> measured off the policy master and POLICY.TERM.HISTORY:
      *>   earned premium  - every term's premium pro rata for the
      *>                     days it ran inside the year (a cancelled
      *>                     term stops earning on its cancel date),
      *>                     and the same again for the year before;
      *>   incurred losses - PAY/SUPPLEMENT register rows decided in
      *>                     the year plus the OPEN case reserves on
      *>                     CLAIMS.RESERVES, by policy Agent-Code;
      *>   loss ratio and premium growth off those.
      *> The richest CONTINGENT.GRID row the agent qualifies for sets
      *> the bonus percentage. The bonus lands on AGENT.COMMISSION as
      *> a CONTINGENT row so CommissionSettlement nets it onto the
      *> agent's AGENT.PAYABLE check with everything else (HELD, the
      *> same as regular commission, for an agent no longer ACTIVE),
      *> and CONTINGENT.STMT gives every agent a statement showing how
      *> the figure was reached - or why there was none.
      *> The row is keyed "CC" + agent code for the year's term
      *> number, so a rerun for the same year nets only any change
      *> through AGENT.SETTLED and never pays the bonus twice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY POLMSSEL.
           COPY CLMREGSEL.
           COPY CLMRSVSEL.
           COPY AGTMSSEL.
           SELECT Term-History-File ASSIGN TO "POLICY.TERM.HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Term-History-Status.
           SELECT Policy-Cancel-File ASSIGN TO "POLICY.CANCEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Policy-Cancel-Status.
           SELECT Contingent-Grid-File ASSIGN TO "CONTINGENT.GRID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Contingent-Grid-Status.
           SELECT Contingent-Control-File ASSIGN TO
               "CONTINGENT.CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Contingent-Control-Status.
           SELECT Agent-Commission-File ASSIGN TO "AGENT.COMMISSION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Agent-Commission-Status.
           SELECT Statement-Report-File ASSIGN TO "CONTINGENT.STMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Statement-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER-FILE.
           COPY POLMSREC.

       FD  Claims-Register-File.
           COPY CLMREGREC.

       FD  Claims-Reserve-File.
           COPY CLMRSV.

       FD  Agent-Master-File.
           COPY AGTMSREC.

       FD  Term-History-File.
           COPY TERMHIST.

       FD  Policy-Cancel-File.
           COPY POLCANC.

       FD  Contingent-Grid-File.
           COPY CONTGRID.

       FD  Contingent-Control-File.
       01  Contingent-Control-Record.
           05  CN-Contingent-Year     PIC 9(4).

       FD  Agent-Commission-File.
           COPY AGENTCOM.

       FD  Statement-Report-File.
       01  Report-Line-Record        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-Policy-Master-Status     PIC XX.
       01  WS-Claims-Register-Status   PIC XX.
       01  WS-Claims-Reserve-Status    PIC XX.
       01  WS-Agent-Master-Status      PIC XX.
       01  WS-Term-History-Status      PIC XX.
       01  WS-Policy-Cancel-Status     PIC XX.
       01  WS-Contingent-Grid-Status   PIC XX.
       01  WS-Contingent-Control-Status PIC XX.
       01  WS-Agent-Commission-Status  PIC XX.
       01  WS-Statement-Report-Status  PIC XX.
       01  WS-Report-Line              PIC X(132).
       01  WS-End-Of-File              PIC X.
       01  WS-Program-Name             PIC X(20) VALUE
           "ContingentCommission".
       01  WS-Offending-Value          PIC X(15).
       01  WS-Exception-Key            PIC X(10).
       01  WS-Contingent-Year          PIC 9(4).
       01  WS-Prior-Year               PIC 9(4).
       01  WS-Lookup-Agent             PIC X(8).
       01  WS-Agent-Index              PIC 9(4) COMP.
       01  WS-Matched-Index            PIC 9(4) COMP.
       01  WS-Scan-Index               PIC 9(8) COMP.
       01  WS-Grid-Index               PIC 9(4) COMP.
       01  WS-Policy-Found             PIC X.
       01  WS-Agent-Found              PIC X.
       01  WS-Payable-Count            PIC 9(8) COMP VALUE 0.
       01  WS-Held-Count               PIC 9(8) COMP VALUE 0.
      *> The term being earned: its dates, premium, and the day it
      *> stopped earning if it cancelled (zero if it ran to term).
       01  WS-Term-Effective           PIC X(10).
       01  WS-Term-Expiration          PIC X(10).
       01  WS-Term-Premium             PIC 9(9)V99.
       01  WS-Term-Stop-Days           PIC S9(9).
       01  WS-Cancel-Date              PIC X(10).
       01  WS-Work-YYYYMMDD            PIC 9(8).
       01  WS-Effective-Days           PIC S9(9).
       01  WS-Expiration-Days          PIC S9(9).
       01  WS-Term-Days                PIC S9(9).
       01  WS-Window-Start-Days        PIC S9(9).
       01  WS-Window-End-Days          PIC S9(9).
       01  WS-Overlap-From-Days        PIC S9(9).
       01  WS-Overlap-To-Days          PIC S9(9).
       01  WS-Overlap-Days             PIC S9(9).
       01  WS-Year-Start-Days          PIC S9(9).
       01  WS-Year-End-Days            PIC S9(9).
       01  WS-Prior-Start-Days         PIC S9(9).
       01  WS-Earned-Amount            PIC S9(11)V99.
      *> One agent's measures for the statement and the grid.
       01  WS-Incurred-Losses          PIC S9(11)V99.
       01  WS-Loss-Ratio               PIC S9(5)V99.
       01  WS-Growth-Pct               PIC S9(5)V99.
       01  WS-Bonus-Pct                PIC 9(2)V99.
       01  WS-Bonus-Amount             PIC 9(9)V99.
       01  WS-Outcome                  PIC X(40).
       01  WS-Statement-Label          PIC X(30).
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Today-MDY                PIC X(10).
       01  WS-Amount-Disp              PIC -ZZZZZZZZZZZ9.99.
       01  WS-Pct-Disp                 PIC -ZZZZ9.99.
       01  WS-Year-Disp                PIC 9(4).

      *> Per-agent accumulation for the contingent year.
       01  ContingentAgents.
           05  Contingent-Agent-Count  PIC 9(4) COMP.
           05  ContingentAgentRecord OCCURS 1 TO 2000 TIMES
                   DEPENDING ON Contingent-Agent-Count
                   INDEXED BY ContingentAgentIdx.
               10  CA-Agent-Code           PIC X(8).
               10  CA-Earned-Current       PIC S9(11)V99.
               10  CA-Earned-Prior         PIC S9(11)V99.
               10  CA-Paid-Losses          PIC S9(11)V99.
               10  CA-Case-Reserves        PIC S9(11)V99.

       01  ContingentGrid.
           05  Contingent-Grid-Count   PIC 9(4) COMP.
           05  ContingentGridRecord OCCURS 1 TO 100 TIMES
                   DEPENDING ON Contingent-Grid-Count
                   INDEXED BY ContingentGridIdx.
               10  GR-Min-Earned-Premium   PIC 9(9)V99.
               10  GR-Max-Loss-Ratio       PIC 9(3)V99.
               10  GR-Min-Growth-Pct       PIC S9(3)V99.
               10  GR-Bonus-Pct            PIC 9(2)V99.

      *> Cancellation date per cancelled policy off POLICY.CANCEL's
      *> INSURED rows - where a cancelled term stops earning.
       01  CancelDates.
           05  Cancel-Date-Count        PIC 9(8) COMP.
           05  CancelDateRecord OCCURS 1 TO 100000 TIMES
                   DEPENDING ON Cancel-Date-Count
                   INDEXED BY CancelDateIdx.
               10  CD-Policy-Number     PIC X(10).
               10  CD-Cancel-Date       PIC X(10).

       PROCEDURE DIVISION.
       Begin-Contingent-Commission.
           DISPLAY "Starting contingent commission run..."
           PERFORM Load-Contingent-Control
           PERFORM Load-Contingent-Grid
           IF Contingent-Grid-Count = 0
               DISPLAY "ContingentCommission: no CONTINGENT.GRID rows"
               STOP RUN
           END-IF

           OPEN INPUT POLICY-MASTER-FILE
           IF WS-Policy-Master-Status NOT = "00"
               DISPLAY "ContingentCommission: no policy master"
               STOP RUN
           END-IF
           MOVE 0 TO Contingent-Agent-Count
           PERFORM Load-Cancel-Dates
           PERFORM Earn-Master-Terms
           PERFORM Earn-History-Terms
           PERFORM Accumulate-Paid-Losses
           PERFORM Accumulate-Case-Reserves
           CLOSE POLICY-MASTER-FILE

           PERFORM Settle-Contingent-Agents
           DISPLAY "Contingent commission complete - "
               WS-Payable-Count " bonuses due, " WS-Held-Count
               " held."
           STOP RUN.

       Load-Contingent-Control.
      *> Default: the calendar year just closed - the run goes in
      *> once the year's claims and reserves are on file. The control
      *> card overrides it, the TAXRPT.CONTROL way.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO WS-Today-MDY
           COMPUTE WS-Contingent-Year = WS-Current-Year - 1
           OPEN INPUT Contingent-Control-File
           IF WS-Contingent-Control-Status = "00"
               READ Contingent-Control-File
                   AT END CONTINUE
               END-READ
               IF WS-Contingent-Control-Status = "00"
                   AND CN-Contingent-Year > 0
                   MOVE CN-Contingent-Year TO WS-Contingent-Year
               END-IF
               CLOSE Contingent-Control-File
           END-IF
           COMPUTE WS-Prior-Year = WS-Contingent-Year - 1

           COMPUTE WS-Work-YYYYMMDD = WS-Contingent-Year * 10000 + 101
           COMPUTE WS-Year-Start-Days =
               FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD)
           COMPUTE WS-Work-YYYYMMDD =
               (WS-Contingent-Year + 1) * 10000 + 101
           COMPUTE WS-Year-End-Days =
               FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD)
           COMPUTE WS-Work-YYYYMMDD = WS-Prior-Year * 10000 + 101
           COMPUTE WS-Prior-Start-Days =
               FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD).

       Load-Contingent-Grid.
           MOVE 0 TO Contingent-Grid-Count
           OPEN INPUT Contingent-Grid-File
           IF WS-Contingent-Grid-Status = "00"
               PERFORM UNTIL WS-Contingent-Grid-Status NOT = "00"
                   READ Contingent-Grid-File
                       AT END MOVE "10" TO WS-Contingent-Grid-Status
                   END-READ
                   IF WS-Contingent-Grid-Status = "00"
                       AND Contingent-Grid-Count < 100
                       ADD 1 TO Contingent-Grid-Count
                       MOVE CG-Min-Earned-Premium TO
                           GR-Min-Earned-Premium(Contingent-Grid-Count)
                       MOVE CG-Max-Loss-Ratio TO
                           GR-Max-Loss-Ratio(Contingent-Grid-Count)
                       MOVE CG-Min-Growth-Pct TO
                           GR-Min-Growth-Pct(Contingent-Grid-Count)
                       MOVE CG-Bonus-Pct TO
                           GR-Bonus-Pct(Contingent-Grid-Count)
                   END-IF
               END-PERFORM
               CLOSE Contingent-Grid-File
           END-IF.

       Load-Cancel-Dates.
           MOVE 0 TO Cancel-Date-Count
           OPEN INPUT Policy-Cancel-File
           IF WS-Policy-Cancel-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Policy-Cancel-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       AND PC-Recipient-Type = "INSURED"
                       AND Cancel-Date-Count < 100000
                       ADD 1 TO Cancel-Date-Count
                       MOVE PC-Policy-Number TO
                           CD-Policy-Number(Cancel-Date-Count)
                       MOVE PC-Cancellation-Date TO
                           CD-Cancel-Date(Cancel-Date-Count)
                   END-IF
               END-PERFORM
               CLOSE Policy-Cancel-File
           END-IF.

       Earn-Master-Terms.
      *> The in-force (or last) term of every policy on the master.
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ POLICY-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   AND Agent-Code OF Policy-Master-Record NOT = SPACES
                   MOVE Agent-Code OF Policy-Master-Record TO
                       WS-Lookup-Agent
                   PERFORM Find-Agent-Slot
               END-IF
               IF WS-End-Of-File = 'N'
                   AND Agent-Code OF Policy-Master-Record NOT = SPACES
                   AND WS-Matched-Index > 0
                   MOVE Policy-Effective-Date OF Policy-Master-Record
                       TO WS-Term-Effective
                   MOVE Policy-Expiration-Date OF Policy-Master-Record
                       TO WS-Term-Expiration
                   MOVE Policy-Premium OF Policy-Master-Record TO
                       WS-Term-Premium
                   MOVE 0 TO WS-Term-Stop-Days
                   IF Policy-Status OF Policy-Master-Record =
                           "CANCELLED"
                       PERFORM Find-Cancel-Date
                       IF WS-Cancel-Date NOT = SPACES
                           MOVE WS-Cancel-Date(7:4) TO
                               WS-Work-YYYYMMDD(1:4)
                           MOVE WS-Cancel-Date(1:2) TO
                               WS-Work-YYYYMMDD(5:2)
                           MOVE WS-Cancel-Date(4:2) TO
                               WS-Work-YYYYMMDD(7:2)
                           COMPUTE WS-Term-Stop-Days =
                               FUNCTION INTEGER-OF-DATE(
                                   WS-Work-YYYYMMDD)
                       END-IF
                   END-IF
                   PERFORM Earn-One-Term
               END-IF
           END-PERFORM.

       Earn-History-Terms.
      *> Closed prior terms, as PolicyRenewal left them. The agent is
      *> whoever writes the policy today - a broker-of-record change
      *> carries the book, history included, to the new agent.
           OPEN INPUT Term-History-File
           IF WS-Term-History-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Term-History-File
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   MOVE TH-Policy-Number TO
                       Policy-Number OF Policy-Master-Record
                   PERFORM Read-Policy-Agent
                   IF WS-Policy-Found = 'Y'
                       MOVE TH-Effective-Date TO WS-Term-Effective
                       MOVE TH-Expiration-Date TO WS-Term-Expiration
                       MOVE TH-Policy-Premium TO WS-Term-Premium
                       MOVE 0 TO WS-Term-Stop-Days
                       PERFORM Earn-One-Term
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Term-History-File.

       Earn-One-Term.
      *> Straight pro rata, the PremiumEarnings way: the share of the
      *> term's premium for the days it ran inside each year window.
           MOVE WS-Term-Effective(7:4) TO WS-Work-YYYYMMDD(1:4)
           MOVE WS-Term-Effective(1:2) TO WS-Work-YYYYMMDD(5:2)
           MOVE WS-Term-Effective(4:2) TO WS-Work-YYYYMMDD(7:2)
           COMPUTE WS-Effective-Days =
               FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD)
           MOVE WS-Term-Expiration(7:4) TO WS-Work-YYYYMMDD(1:4)
           MOVE WS-Term-Expiration(1:2) TO WS-Work-YYYYMMDD(5:2)
           MOVE WS-Term-Expiration(4:2) TO WS-Work-YYYYMMDD(7:2)
           COMPUTE WS-Expiration-Days =
               FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD)
           COMPUTE WS-Term-Days = WS-Expiration-Days - WS-Effective-Days
           IF WS-Term-Days <= 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-Year-Start-Days TO WS-Window-Start-Days
           MOVE WS-Year-End-Days TO WS-Window-End-Days
           PERFORM Earn-Term-In-Window
           ADD WS-Earned-Amount TO
               CA-Earned-Current(WS-Matched-Index)

           MOVE WS-Prior-Start-Days TO WS-Window-Start-Days
           MOVE WS-Year-Start-Days TO WS-Window-End-Days
           PERFORM Earn-Term-In-Window
           ADD WS-Earned-Amount TO
               CA-Earned-Prior(WS-Matched-Index).

       Earn-Term-In-Window.
           MOVE 0 TO WS-Earned-Amount
           MOVE WS-Effective-Days TO WS-Overlap-From-Days
           IF WS-Window-Start-Days > WS-Overlap-From-Days
               MOVE WS-Window-Start-Days TO WS-Overlap-From-Days
           END-IF
           MOVE WS-Expiration-Days TO WS-Overlap-To-Days
           IF WS-Window-End-Days < WS-Overlap-To-Days
               MOVE WS-Window-End-Days TO WS-Overlap-To-Days
           END-IF
           IF WS-Term-Stop-Days > 0
               AND WS-Term-Stop-Days < WS-Overlap-To-Days
               MOVE WS-Term-Stop-Days TO WS-Overlap-To-Days
           END-IF
           COMPUTE WS-Overlap-Days =
               WS-Overlap-To-Days - WS-Overlap-From-Days
           IF WS-Overlap-Days > 0
               COMPUTE WS-Earned-Amount ROUNDED =
                   WS-Term-Premium * WS-Overlap-Days / WS-Term-Days
           END-IF.

       Find-Cancel-Date.
      *> Last row wins - a policy cancelled, reinstated, and cancelled
      *> again stops earning on the latest date.
           MOVE SPACES TO WS-Cancel-Date
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Cancel-Date-Count
               IF CD-Policy-Number(WS-Scan-Index) =
                       Policy-Number OF Policy-Master-Record
                   MOVE CD-Cancel-Date(WS-Scan-Index) TO WS-Cancel-Date
               END-IF
           END-PERFORM.

       Accumulate-Paid-Losses.
      *> Indemnity paid in the contingent year - the same PAY/
      *> SUPPLEMENT rows LossRatioReport counts as paid losses.
           OPEN INPUT Claims-Register-File
           IF WS-Claims-Register-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Claims-Register-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   AND (CR-Claim-Status = "PAY"
                       OR CR-Claim-Status = "SUPPLEMENT")
                   AND CR-Decision-Date(7:4) = WS-Contingent-Year
                   MOVE CR-Policy-Number TO
                       Policy-Number OF Policy-Master-Record
                   PERFORM Read-Policy-Agent
                   IF WS-Policy-Found = 'Y'
                       ADD CR-Net-Payment-Amount TO
                           CA-Paid-Losses(WS-Matched-Index)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Claims-Register-File.

       Accumulate-Case-Reserves.
      *> What is still open counts against the agent too - a book
      *> does not look profitable just because its claims are slow.
           OPEN INPUT Claims-Reserve-File
           IF WS-Claims-Reserve-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Claims-Reserve-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   AND RV-Reserve-Status = "OPEN"
                   MOVE RV-Policy-Number TO
                       Policy-Number OF Policy-Master-Record
                   PERFORM Read-Policy-Agent
                   IF WS-Policy-Found = 'Y'
                       ADD RV-Reserve-Amount TO
                           CA-Case-Reserves(WS-Matched-Index)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Claims-Reserve-File.

       Read-Policy-Agent.
      *> Keyed read of the master for the policy's Agent-Code and that
      *> agent's slot; a purged policy or one with no agent is skipped.
           MOVE 'N' TO WS-Policy-Found
           READ POLICY-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Policy-Master-Status = "00"
               AND Agent-Code OF Policy-Master-Record NOT = SPACES
               MOVE Agent-Code OF Policy-Master-Record TO
                   WS-Lookup-Agent
               PERFORM Find-Agent-Slot
               IF WS-Matched-Index > 0
                   MOVE 'Y' TO WS-Policy-Found
               END-IF
           END-IF.

       Find-Agent-Slot.
           MOVE 0 TO WS-Matched-Index
           PERFORM VARYING WS-Agent-Index FROM 1 BY 1
               UNTIL WS-Agent-Index > Contingent-Agent-Count
               IF CA-Agent-Code(WS-Agent-Index) = WS-Lookup-Agent
                   MOVE WS-Agent-Index TO WS-Matched-Index
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Matched-Index = 0
               AND Contingent-Agent-Count < 2000
               ADD 1 TO Contingent-Agent-Count
               MOVE Contingent-Agent-Count TO WS-Matched-Index
               MOVE WS-Lookup-Agent TO CA-Agent-Code(WS-Matched-Index)
               MOVE 0 TO CA-Earned-Current(WS-Matched-Index)
               MOVE 0 TO CA-Earned-Prior(WS-Matched-Index)
               MOVE 0 TO CA-Paid-Losses(WS-Matched-Index)
               MOVE 0 TO CA-Case-Reserves(WS-Matched-Index)
           END-IF.

       Settle-Contingent-Agents.
           OPEN INPUT Agent-Master-File
           OPEN OUTPUT Statement-Report-File
           OPEN EXTEND Agent-Commission-File
           IF WS-Agent-Commission-Status = "35"
               OPEN OUTPUT Agent-Commission-File
           END-IF
           PERFORM VARYING WS-Agent-Index FROM 1 BY 1
               UNTIL WS-Agent-Index > Contingent-Agent-Count
               PERFORM Settle-One-Agent
           END-PERFORM
           CLOSE Agent-Commission-File
           CLOSE Statement-Report-File
           CLOSE Agent-Master-File.

       Settle-One-Agent.
           MOVE 'N' TO WS-Agent-Found
           MOVE CA-Agent-Code(WS-Agent-Index) TO AG-Agent-Code
           READ Agent-Master-File
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Agent-Master-Status = "00"
               MOVE 'Y' TO WS-Agent-Found
           ELSE
               MOVE CA-Agent-Code(WS-Agent-Index) TO WS-Offending-Value
               MOVE CA-Agent-Code(WS-Agent-Index) TO WS-Exception-Key
               CALL "WriteExceptionReport" USING
                   WS-Exception-Key, WS-Program-Name,
                   WS-Offending-Value
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-Incurred-Losses =
               CA-Paid-Losses(WS-Agent-Index) +
               CA-Case-Reserves(WS-Agent-Index)
           MOVE 0 TO WS-Loss-Ratio
           IF CA-Earned-Current(WS-Agent-Index) > 0
               COMPUTE WS-Loss-Ratio ROUNDED =
                   WS-Incurred-Losses * 100 /
                   CA-Earned-Current(WS-Agent-Index)
           END-IF
      *> An agent with no book the year before has no growth to
      *> measure - zero, so only a grid row with no growth floor
      *> above zero can pay them.
           MOVE 0 TO WS-Growth-Pct
           IF CA-Earned-Prior(WS-Agent-Index) > 0
               COMPUTE WS-Growth-Pct ROUNDED =
                   (CA-Earned-Current(WS-Agent-Index) -
                    CA-Earned-Prior(WS-Agent-Index)) * 100 /
                   CA-Earned-Prior(WS-Agent-Index)
           END-IF

           PERFORM Select-Grid-Row
           MOVE 0 TO WS-Bonus-Amount
           IF WS-Bonus-Pct > 0
               COMPUTE WS-Bonus-Amount ROUNDED =
                   CA-Earned-Current(WS-Agent-Index) * WS-Bonus-Pct
                   / 100
           END-IF

           EVALUATE TRUE
               WHEN CA-Earned-Current(WS-Agent-Index) <= 0
                   MOVE "NO EARNED PREMIUM IN YEAR - NO BONUS" TO
                       WS-Outcome
               WHEN WS-Bonus-Amount = 0
                   MOVE "DID NOT QUALIFY ON THE CONTINGENT GRID" TO
                       WS-Outcome
               WHEN AG-Agent-Status NOT = "ACTIVE"
                   MOVE "HELD - AGENT NOT ACTIVE" TO WS-Outcome
                   PERFORM Write-Contingent-Commission
                   ADD 1 TO WS-Held-Count
               WHEN OTHER
                   MOVE "PAYABLE WITH NEXT COMMISSION SETTLEMENT" TO
                       WS-Outcome
                   PERFORM Write-Contingent-Commission
                   ADD 1 TO WS-Payable-Count
           END-EVALUATE

           PERFORM Write-Agent-Statement.

       Select-Grid-Row.
      *> Every row the agent meets is a candidate; the richest wins.
           MOVE 0 TO WS-Bonus-Pct
           IF CA-Earned-Current(WS-Agent-Index) <= 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-Grid-Index FROM 1 BY 1
               UNTIL WS-Grid-Index > Contingent-Grid-Count
               IF CA-Earned-Current(WS-Agent-Index) >=
                       GR-Min-Earned-Premium(WS-Grid-Index)
                   AND WS-Loss-Ratio <=
                       GR-Max-Loss-Ratio(WS-Grid-Index)
                   AND WS-Growth-Pct >=
                       GR-Min-Growth-Pct(WS-Grid-Index)
                   AND GR-Bonus-Pct(WS-Grid-Index) > WS-Bonus-Pct
                   MOVE GR-Bonus-Pct(WS-Grid-Index) TO WS-Bonus-Pct
               END-IF
           END-PERFORM.

       Write-Contingent-Commission.
      *> One AGENT.COMMISSION row per agent per year, in the shape
      *> CommissionSettlement already settles: "CC" + agent code
      *> stands in the policy position and the year's last three
      *> digits in the term, so AGENT.SETTLED tracks what has been
      *> paid on this year's bonus like any policy term's commission.
           MOVE CA-Agent-Code(WS-Agent-Index) TO AC-Agent-Code
           MOVE SPACES TO AC-Policy-Number
           STRING "CC" CA-Agent-Code(WS-Agent-Index)
               DELIMITED BY SIZE INTO AC-Policy-Number
           MOVE WS-Contingent-Year(2:3) TO AC-Term-Number
           MOVE "CONTINGENT" TO AC-Policy-Type
           MOVE CA-Earned-Current(WS-Agent-Index) TO AC-Policy-Premium
           COMPUTE AC-Commission-Rate = WS-Bonus-Pct / 100
           MOVE WS-Bonus-Amount TO AC-Commission-Amount
           IF AG-Agent-Status = "ACTIVE"
               MOVE "DUE" TO AC-Settlement-Status
           ELSE
               MOVE "HELD" TO AC-Settlement-Status
           END-IF
           MOVE "CONTINGENT" TO AC-Commission-Type
      *> The bonus is measured on the agent's whole book, across
      *> writing companies, and is paid by the original company.
           MOVE "01" TO AC-Company-Code
           WRITE Agent-Commission-Record.

       Write-Agent-Statement.
           MOVE WS-Contingent-Year TO WS-Year-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "CONTINGENT COMMISSION STATEMENT - YEAR "
                   WS-Year-Disp "   DATED " WS-Today-MDY
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           MOVE CA-Agent-Code(WS-Agent-Index) TO WS-Report-Line(1:8)
           MOVE AG-Agent-Name TO WS-Report-Line(11:50)
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           MOVE AG-Agent-Address TO WS-Report-Line(11:60)
           PERFORM Write-Report-Line

           MOVE "EARNED PREMIUM THIS YEAR" TO WS-Statement-Label
           MOVE CA-Earned-Current(WS-Agent-Index) TO WS-Amount-Disp
           PERFORM Write-Amount-Line
           MOVE "EARNED PREMIUM PRIOR YEAR" TO WS-Statement-Label
           MOVE CA-Earned-Prior(WS-Agent-Index) TO WS-Amount-Disp
           PERFORM Write-Amount-Line
           MOVE "PREMIUM GROWTH PCT" TO WS-Statement-Label
           MOVE WS-Growth-Pct TO WS-Pct-Disp
           PERFORM Write-Pct-Line
           MOVE "PAID LOSSES IN YEAR" TO WS-Statement-Label
           MOVE CA-Paid-Losses(WS-Agent-Index) TO WS-Amount-Disp
           PERFORM Write-Amount-Line
           MOVE "OPEN CASE RESERVES" TO WS-Statement-Label
           MOVE CA-Case-Reserves(WS-Agent-Index) TO WS-Amount-Disp
           PERFORM Write-Amount-Line
           MOVE "INCURRED LOSSES" TO WS-Statement-Label
           MOVE WS-Incurred-Losses TO WS-Amount-Disp
           PERFORM Write-Amount-Line
           MOVE "INCURRED LOSS RATIO PCT" TO WS-Statement-Label
           MOVE WS-Loss-Ratio TO WS-Pct-Disp
           PERFORM Write-Pct-Line
           MOVE "CONTINGENT GRID BONUS PCT" TO WS-Statement-Label
           MOVE WS-Bonus-Pct TO WS-Pct-Disp
           PERFORM Write-Pct-Line
           MOVE "CONTINGENT COMMISSION" TO WS-Statement-Label
           MOVE WS-Bonus-Amount TO WS-Amount-Disp
           PERFORM Write-Amount-Line
           MOVE SPACES TO WS-Report-Line
           MOVE WS-Outcome TO WS-Report-Line(5:40)
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line.

       Write-Amount-Line.
           MOVE SPACES TO WS-Report-Line
           MOVE WS-Statement-Label TO WS-Report-Line(5:30)
           MOVE WS-Amount-Disp TO WS-Report-Line(36:16)
           PERFORM Write-Report-Line.

       Write-Pct-Line.
           MOVE SPACES TO WS-Report-Line
           MOVE WS-Statement-Label TO WS-Report-Line(5:30)
           MOVE WS-Pct-Disp TO WS-Report-Line(43:9)
           PERFORM Write-Report-Line.

       Write-Report-Line.
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record.
