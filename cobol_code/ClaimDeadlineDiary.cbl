       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClaimDeadlineDiary.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Daily statutory claim-handling diary. ClaimCycleTime measures
      *> after the fact how long claims took; this run watches the
      *> unfair-claims-practices deadlines while the claim is still
      *> open, using each state's STATE.CLAIMRULES row (house defaults
      *> for a state with none). For every adjudication row (sequence
      *> 001) on CLAIMS.REGISTER that is still open, the next
      *> statutory step and its due date are worked out:
      *>   ACKNOWLEDGE - an undecided (REVIEW/CONTEST) claim with no
      *>                 acknowledgment or claim letter logged on
      *>                 CORRESP.REGISTER, due SR-Ack-Days from
      *>                 CR-Intake-Date;
      *>   DECISION    - an undecided claim that has been
      *>                 acknowledged, due SR-Decision-Days from the
      *>                 first proof of loss on CLAIMS.PROOFLOSS (from
      *>                 intake when none has come in);
      *>   PAYMENT     - a PAY claim with no live item on
      *>                 PAYMENT.ISSUED yet, due SR-Payment-Days from
      *>                 the decision date.
      *> A step inside the warning window is DUE, one past its date
      *> OVERDUE. Each claim's position goes on CLAIMS.DIARY; a step
      *> newly DUE or newly OVERDUE posts a reminder to the claim
      *> diary (CLAIMS.NOTES) once, not every day; a DECISION running
      *> past its deadline sends the claimant the status letter the
      *> states require, and again every SR-Status-Letter-Days while
      *> it stays late. Everything DUE or OVERDUE lands on the
      *> DEADLINE.RPT worklist by adjuster, earliest due first.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT State-Claim-Rules-File ASSIGN TO "STATE.CLAIMRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-State-Claim-Rules-Status.
           SELECT Proof-Of-Loss-File ASSIGN TO "CLAIMS.PROOFLOSS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Proof-Of-Loss-Status.
           SELECT Corresp-Register-File ASSIGN TO "CORRESP.REGISTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Corresp-Register-Status.
           SELECT Claim-Diary-File ASSIGN TO "CLAIMS.DIARY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Claim-Diary-Status.
           SELECT Correspondence-File ASSIGN TO "CLAIMS.CORRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Correspondence-Status.
           COPY CLMREGSEL.
           COPY POLMSSEL.
           COPY PAYISSEL.
           COPY ADJMSSEL.
           SELECT Deadline-Report-File ASSIGN TO "DEADLINE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Deadline-Report-Status.
           SELECT Sort-Work-File ASSIGN TO "DEADLINE.SORT.WORK".

       DATA DIVISION.
       FILE SECTION.
       FD  State-Claim-Rules-File.
           COPY STCLMRUL.

       FD  Proof-Of-Loss-File.
           COPY CLMPROOF.

       FD  Corresp-Register-File.
           COPY CORRREG.

       FD  Claim-Diary-File.
           COPY CLMDIARY.

       FD  Correspondence-File.
           COPY CLMCORR.

       FD  Claims-Register-File.
           COPY CLMREGREC.

       FD  POLICY-MASTER-FILE.
           COPY POLMSREC.

       FD  Payment-Issued-File.
           COPY PAYISSUE.

       FD  Adjuster-Master-File.
           COPY ADJMSREC.

       FD  Deadline-Report-File.
       01  Report-Line-Record        PIC X(132).

      *> One row per claim with a step DUE or OVERDUE - the output
      *> side is a control break on adjuster.
       SD  Sort-Work-File.
       01  Sort-Work-Record.
           05  SW-Adjuster-Id         PIC X(8).
           05  SW-Due-YYYYMMDD        PIC 9(8).
           05  SW-Claim-Number        PIC X(10).
           05  SW-Policy-Number       PIC X(10).
           05  SW-State-Code          PIC X(2).
           05  SW-Step                PIC X(12).
           05  SW-Due-Date            PIC X(10).
           05  SW-Days-Left           PIC S9(5).
           05  SW-Level               PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-State-Claim-Rules-Status PIC XX.
       01  WS-Proof-Of-Loss-Status     PIC XX.
       01  WS-Corresp-Register-Status  PIC XX.
       01  WS-Claim-Diary-Status       PIC XX.
       01  WS-Correspondence-Status    PIC XX.
       01  WS-Claims-Register-Status   PIC XX.
       01  WS-Policy-Master-Status     PIC XX.
       01  WS-Payment-Issued-Status    PIC XX.
       01  WS-Adjuster-Master-Status   PIC XX.
       01  WS-Deadline-Report-Status   PIC XX.
       01  WS-Program-Name             PIC X(20) VALUE
           "ClaimDeadlineDiary".
       01  WS-Report-Line              PIC X(132).
       01  WS-End-Of-File              PIC X.
       01  WS-End-Of-Sort              PIC X.
       01  WS-Scan-Index               PIC 9(8) COMP.
       01  WS-Found-Index              PIC 9(8) COMP.
       01  WS-Beneficiary-Index        PIC 9(8) COMP.
       01  WS-Interest-Index           PIC 9(8) COMP.
      *> House deadlines for a state with no STATE.CLAIMRULES row, and
      *> how many days ahead of a due date the step starts showing as
      *> DUE on the worklist.
       01  WS-Default-Ack-Days         PIC 9(3) VALUE 15.
       01  WS-Default-Decision-Days    PIC 9(3) VALUE 40.
       01  WS-Default-Payment-Days     PIC 9(3) VALUE 30.
       01  WS-Default-Letter-Days      PIC 9(3) VALUE 30.
       01  WS-Warning-Days             PIC 9(3) VALUE 5.
       01  WS-Ack-Days                 PIC 9(3).
       01  WS-Decision-Days            PIC 9(3).
       01  WS-Payment-Days             PIC 9(3).
       01  WS-Letter-Days              PIC 9(3).
       01  WS-Step-Days                PIC 9(3).
       01  WS-Step                     PIC X(12).
       01  WS-Level                    PIC X(8).
       01  WS-Clock-Date               PIC X(10).
       01  WS-State-Code               PIC X(2).
       01  WS-Policy-Found             PIC X.
       01  WS-Ack-Found                PIC X.
       01  WS-Issued-Found             PIC X.
       01  WS-Prior-Index              PIC 9(8) COMP.
       01  WS-Last-Letter-Date         PIC X(10).
       01  WS-Letter-Due               PIC X.
       01  WS-Work-YYYYMMDD            PIC 9(8).
       01  WS-Today-YYYYMMDD           PIC 9(8).
       01  WS-Today-Days               PIC S9(9).
       01  WS-Clock-Days               PIC S9(9).
       01  WS-Due-Days                 PIC S9(9).
       01  WS-Letter-Age               PIC S9(9).
       01  WS-Days-Left                PIC S9(5).
       01  WS-Due-YYYYMMDD.
           05  WS-Due-Year       PIC 9(4).
           05  WS-Due-Month      PIC 9(2).
           05  WS-Due-Day        PIC 9(2).
       01  WS-Due-Date                 PIC X(10).
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Today-MDY                PIC X(10).
       01  WS-Note-User                PIC X(8) VALUE "SYSTEM".
       01  WS-Note-Text                PIC X(60).
      *> Document registration fields for the shared Correspondence
      *> hub - every letter this program cuts is also logged there
      *> with a document id and routed by delivery preference.
       01  WS-Doc-Letter-Type    PIC X(10).
       01  WS-Doc-Customer-Id    PIC X(10).
       01  WS-Doc-Reference      PIC X(15).
       01  WS-Doc-Summary        PIC X(40).
       01  WS-Open-Count               PIC 9(8) COMP VALUE 0.
       01  WS-Due-Count                PIC 9(8) COMP VALUE 0.
       01  WS-Overdue-Count            PIC 9(8) COMP VALUE 0.
       01  WS-Reminder-Count           PIC 9(8) COMP VALUE 0.
       01  WS-Letter-Count             PIC 9(8) COMP VALUE 0.
       01  WS-Group-Adjuster           PIC X(8).
       01  WS-Group-Started            PIC X.
       01  WS-Group-Due                PIC 9(8) COMP.
       01  WS-Group-Overdue            PIC 9(8) COMP.
       01  WS-Count-Disp               PIC ZZZZZ9.
       01  WS-Overdue-Disp             PIC ZZZZZ9.
       01  WS-Days-Disp                PIC -ZZZZ9.

      *> Deadlines by state, loaded once per run.
       01  StateClaimRulesTable.
           05  State-Rule-Count        PIC 9(4) COMP.
           05  StateRuleRecord OCCURS 1 TO 100 TIMES
                   DEPENDING ON State-Rule-Count
                   INDEXED BY StateRuleIdx.
               10  RT-State-Code       PIC X(2).
               10  RT-Ack-Days         PIC 9(3).
               10  RT-Decision-Days    PIC 9(3).
               10  RT-Payment-Days     PIC 9(3).
               10  RT-Letter-Days      PIC 9(3).
      *> Claims with an acknowledgment or claim-decision letter on
      *> CORRESP.REGISTER - either one told the claimant we have it.
       01  AcknowledgedClaims.
           05  Ack-Claim-Count         PIC 9(8) COMP.
           05  Ack-Claim-Entry OCCURS 1 TO 100000 TIMES
                   DEPENDING ON Ack-Claim-Count
                   INDEXED BY AckClaimIdx.
               10  AK-Claim-Number     PIC X(10).
      *> First proof-of-loss receipt per claim.
       01  ProofReceipts.
           05  Proof-Count             PIC 9(8) COMP.
           05  Proof-Entry OCCURS 1 TO 100000 TIMES
                   DEPENDING ON Proof-Count
                   INDEXED BY ProofIdx.
               10  PR-Claim-Number     PIC X(10).
               10  PR-Received-Date    PIC X(10).
               10  PR-Received-Days    PIC S9(9).
      *> Claims with at least one live (non-void) payment item.
       01  IssuedClaims.
           05  Issued-Claim-Count      PIC 9(8) COMP.
           05  Issued-Claim-Entry OCCURS 1 TO 100000 TIMES
                   DEPENDING ON Issued-Claim-Count
                   INDEXED BY IssuedClaimIdx.
               10  IC-Claim-Number     PIC X(10).
      *> Yesterday's diary, to tell new reminders from old ones.
       01  PriorDiary.
           05  Prior-Diary-Count       PIC 9(8) COMP.
           05  Prior-Diary-Entry OCCURS 1 TO 100000 TIMES
                   DEPENDING ON Prior-Diary-Count
                   INDEXED BY PriorDiaryIdx.
               10  PD-Claim-Number     PIC X(10).
               10  PD-Step             PIC X(12).
               10  PD-Level            PIC X(8).
               10  PD-Last-Letter-Date PIC X(10).

       PROCEDURE DIVISION.
       Begin-Deadline-Diary.
           DISPLAY "Starting statutory claim deadline diary..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           MOVE WS-Current-Date TO WS-Today-YYYYMMDD
           COMPUTE WS-Today-Days =
               FUNCTION INTEGER-OF-DATE(WS-Today-YYYYMMDD)
           MOVE SPACES TO WS-Today-MDY
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO WS-Today-MDY

           PERFORM Load-State-Claim-Rules
           PERFORM Load-Acknowledged-Claims
           PERFORM Load-Proof-Receipts
           PERFORM Load-Issued-Claims
           PERFORM Load-Prior-Diary

           OPEN OUTPUT Deadline-Report-File
           MOVE SPACES TO WS-Report-Line
           STRING "STATUTORY CLAIM DEADLINE WORKLIST AS OF "
                   WS-Today-MDY
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "STEPS DUE WITHIN " WS-Warning-Days
                   " DAYS OR PAST DUE, BY ADJUSTER, EARLIEST FIRST"
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           OPEN INPUT Adjuster-Master-File
           SORT Sort-Work-File
               ON ASCENDING KEY SW-Adjuster-Id
               ON ASCENDING KEY SW-Due-YYYYMMDD
               ON ASCENDING KEY SW-Claim-Number
               INPUT PROCEDURE IS Diary-Open-Claims
               OUTPUT PROCEDURE IS Write-Worklist-Lines
           IF WS-Adjuster-Master-Status NOT = "35"
               CLOSE Adjuster-Master-File
           END-IF

           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE WS-Open-Count TO WS-Count-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "OPEN CLAIMS DIARIED: " WS-Count-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE WS-Due-Count TO WS-Count-Disp
           MOVE WS-Overdue-Count TO WS-Overdue-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "DUE: " WS-Count-Disp "   OVERDUE: " WS-Overdue-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE WS-Reminder-Count TO WS-Count-Disp
           MOVE WS-Letter-Count TO WS-Overdue-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "REMINDERS POSTED: " WS-Count-Disp
                   "   STATUS LETTERS SENT: " WS-Overdue-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           CLOSE Deadline-Report-File
           DISPLAY "Statutory claim deadline diary complete."
           STOP RUN.

       Load-State-Claim-Rules.
           MOVE 0 TO State-Rule-Count
           OPEN INPUT State-Claim-Rules-File
           IF WS-State-Claim-Rules-Status = '00'
               PERFORM UNTIL WS-State-Claim-Rules-Status NOT = '00'
                   READ State-Claim-Rules-File
                       AT END MOVE '10' TO WS-State-Claim-Rules-Status
                   END-READ
                   IF WS-State-Claim-Rules-Status = '00'
                       AND State-Rule-Count < 100
                       ADD 1 TO State-Rule-Count
                       MOVE SR-State-Code TO
                           RT-State-Code(State-Rule-Count)
                       MOVE SR-Ack-Days TO
                           RT-Ack-Days(State-Rule-Count)
                       MOVE SR-Decision-Days TO
                           RT-Decision-Days(State-Rule-Count)
                       MOVE SR-Payment-Days TO
                           RT-Payment-Days(State-Rule-Count)
                       MOVE SR-Status-Letter-Days TO
                           RT-Letter-Days(State-Rule-Count)
                   END-IF
               END-PERFORM
               CLOSE State-Claim-Rules-File
           END-IF.

       Load-Acknowledged-Claims.
           MOVE 0 TO Ack-Claim-Count
           OPEN INPUT Corresp-Register-File
           IF WS-Corresp-Register-Status = '00'
               PERFORM UNTIL WS-Corresp-Register-Status NOT = '00'
                   READ Corresp-Register-File
                       AT END MOVE '10' TO WS-Corresp-Register-Status
                   END-READ
                   IF WS-Corresp-Register-Status = '00'
                       AND (DC-Letter-Type = "CLMACK"
                           OR DC-Letter-Type = "CLMLETTER")
                       AND Ack-Claim-Count < 100000
                       ADD 1 TO Ack-Claim-Count
                       MOVE DC-Reference-Id(1:10) TO
                           AK-Claim-Number(Ack-Claim-Count)
                   END-IF
               END-PERFORM
               CLOSE Corresp-Register-File
           END-IF.

       Load-Proof-Receipts.
      *> The first receipt starts the clock - a later supplement to
      *> the proof does not buy more time.
           MOVE 0 TO Proof-Count
           OPEN INPUT Proof-Of-Loss-File
           IF WS-Proof-Of-Loss-Status = '00'
               PERFORM UNTIL WS-Proof-Of-Loss-Status NOT = '00'
                   READ Proof-Of-Loss-File
                       AT END MOVE '10' TO WS-Proof-Of-Loss-Status
                   END-READ
                   IF WS-Proof-Of-Loss-Status = '00'
                       AND PL-Claim-Number NOT = SPACES
                       PERFORM Note-One-Proof-Receipt
                   END-IF
               END-PERFORM
               CLOSE Proof-Of-Loss-File
           END-IF.

       Note-One-Proof-Receipt.
           MOVE PL-Received-Date(7:4) TO WS-Work-YYYYMMDD(1:4)
           MOVE PL-Received-Date(1:2) TO WS-Work-YYYYMMDD(5:2)
           MOVE PL-Received-Date(4:2) TO WS-Work-YYYYMMDD(7:2)
           IF WS-Work-YYYYMMDD NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Clock-Days =
               FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD)

           MOVE 0 TO WS-Found-Index
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Proof-Count
               IF PR-Claim-Number(WS-Scan-Index) = PL-Claim-Number
                   MOVE WS-Scan-Index TO WS-Found-Index
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Found-Index = 0
               IF Proof-Count < 100000
                   ADD 1 TO Proof-Count
                   MOVE PL-Claim-Number TO PR-Claim-Number(Proof-Count)
                   MOVE PL-Received-Date TO
                       PR-Received-Date(Proof-Count)
                   MOVE WS-Clock-Days TO PR-Received-Days(Proof-Count)
               END-IF
           ELSE
               IF WS-Clock-Days < PR-Received-Days(WS-Found-Index)
                   MOVE PL-Received-Date TO
                       PR-Received-Date(WS-Found-Index)
                   MOVE WS-Clock-Days TO
                       PR-Received-Days(WS-Found-Index)
               END-IF
           END-IF.

       Load-Issued-Claims.
           MOVE 0 TO Issued-Claim-Count
           OPEN INPUT Payment-Issued-File
           IF WS-Payment-Issued-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Payment-Issued-File NEXT RECORD
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       AND PI-Item-Status NOT = "VOID"
                       AND PI-Claim-Number NOT = SPACES
                       AND Issued-Claim-Count < 100000
                       ADD 1 TO Issued-Claim-Count
                       MOVE PI-Claim-Number TO
                           IC-Claim-Number(Issued-Claim-Count)
                   END-IF
               END-PERFORM
               CLOSE Payment-Issued-File
           END-IF.

       Load-Prior-Diary.
           MOVE 0 TO Prior-Diary-Count
           OPEN INPUT Claim-Diary-File
           IF WS-Claim-Diary-Status = '00'
               PERFORM UNTIL WS-Claim-Diary-Status NOT = '00'
                   READ Claim-Diary-File
                       AT END MOVE '10' TO WS-Claim-Diary-Status
                   END-READ
                   IF WS-Claim-Diary-Status = '00'
                       AND Prior-Diary-Count < 100000
                       ADD 1 TO Prior-Diary-Count
                       MOVE DY-Claim-Number TO
                           PD-Claim-Number(Prior-Diary-Count)
                       MOVE DY-Step TO PD-Step(Prior-Diary-Count)
                       MOVE DY-Level TO PD-Level(Prior-Diary-Count)
                       MOVE DY-Last-Letter-Date TO
                           PD-Last-Letter-Date(Prior-Diary-Count)
                   END-IF
               END-PERFORM
               CLOSE Claim-Diary-File
           END-IF.

       Diary-Open-Claims.
           OPEN INPUT Claims-Register-File
           IF WS-Claims-Register-Status NOT = "00"
               DISPLAY "ClaimDeadlineDiary: no CLAIMS.REGISTER"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT POLICY-MASTER-FILE
           OPEN OUTPUT Claim-Diary-File
           OPEN EXTEND Correspondence-File
           IF WS-Correspondence-Status = "35"
               OPEN OUTPUT Correspondence-File
           END-IF

           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Claims-Register-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   AND CR-Row-Sequence = 1
                   AND CR-Intake-Date NOT = SPACES
                   PERFORM Diary-One-Claim
               END-IF
           END-PERFORM

           CLOSE Correspondence-File
           CLOSE Claim-Diary-File
           CLOSE POLICY-MASTER-FILE
           CLOSE Claims-Register-File.

       Diary-One-Claim.
      *> Only an undecided claim or an accepted one not yet paid has
      *> a statutory step left - everything else is closed.
           MOVE SPACES TO WS-Step
           IF CR-Claim-Status = "REVIEW"
               OR CR-Claim-Status = "CONTEST"
               PERFORM Find-Acknowledgment
               IF WS-Ack-Found = 'N'
                   MOVE "ACKNOWLEDGE" TO WS-Step
                   MOVE CR-Intake-Date TO WS-Clock-Date
               ELSE
                   MOVE "DECISION" TO WS-Step
                   PERFORM Find-Proof-Receipt
               END-IF
           ELSE
               IF CR-Claim-Status = "PAY"
                   AND CR-Net-Payment-Amount > 0
                   PERFORM Find-Issued-Claim
                   IF WS-Issued-Found = 'N'
                       MOVE "PAYMENT" TO WS-Step
                       MOVE CR-Decision-Date TO WS-Clock-Date
                   END-IF
               END-IF
           END-IF
           IF WS-Step = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM Lookup-Policy-Master
           PERFORM Find-State-Rules
           EVALUATE WS-Step
               WHEN "ACKNOWLEDGE"
                   MOVE WS-Ack-Days TO WS-Step-Days
               WHEN "DECISION"
                   MOVE WS-Decision-Days TO WS-Step-Days
               WHEN OTHER
                   MOVE WS-Payment-Days TO WS-Step-Days
           END-EVALUATE

           MOVE WS-Clock-Date(7:4) TO WS-Work-YYYYMMDD(1:4)
           MOVE WS-Clock-Date(1:2) TO WS-Work-YYYYMMDD(5:2)
           MOVE WS-Clock-Date(4:2) TO WS-Work-YYYYMMDD(7:2)
           IF WS-Work-YYYYMMDD NOT NUMERIC
               MOVE CR-Intake-Date(7:4) TO WS-Work-YYYYMMDD(1:4)
               MOVE CR-Intake-Date(1:2) TO WS-Work-YYYYMMDD(5:2)
               MOVE CR-Intake-Date(4:2) TO WS-Work-YYYYMMDD(7:2)
           END-IF
           COMPUTE WS-Due-Days =
               FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD) +
               WS-Step-Days
           COMPUTE WS-Days-Left = WS-Due-Days - WS-Today-Days
           MOVE FUNCTION DATE-OF-INTEGER(WS-Due-Days) TO
               WS-Due-YYYYMMDD
           MOVE SPACES TO WS-Due-Date
           STRING WS-Due-Month "/" WS-Due-Day "/" WS-Due-Year
               DELIMITED BY SIZE INTO WS-Due-Date

           IF WS-Days-Left < 0
               MOVE "OVERDUE" TO WS-Level
               ADD 1 TO WS-Overdue-Count
           ELSE
               IF WS-Days-Left <= WS-Warning-Days
                   MOVE "DUE" TO WS-Level
                   ADD 1 TO WS-Due-Count
               ELSE
                   MOVE "PENDING" TO WS-Level
               END-IF
           END-IF
           ADD 1 TO WS-Open-Count

           PERFORM Find-Prior-Diary
           IF WS-Level NOT = "PENDING"
               IF WS-Prior-Index = 0
                   PERFORM Post-Deadline-Reminder
               ELSE
                   IF PD-Step(WS-Prior-Index) NOT = WS-Step
                       OR PD-Level(WS-Prior-Index) NOT = WS-Level
                       PERFORM Post-Deadline-Reminder
                   END-IF
               END-IF
           END-IF

      *> The delay letter clock carries over only while the claim is
      *> still waiting on the same decision.
           MOVE SPACES TO WS-Last-Letter-Date
           IF WS-Prior-Index > 0
               AND PD-Step(WS-Prior-Index) = WS-Step
               MOVE PD-Last-Letter-Date(WS-Prior-Index) TO
                   WS-Last-Letter-Date
           END-IF
           IF WS-Step = "DECISION"
               AND WS-Level = "OVERDUE"
               PERFORM Test-Status-Letter-Due
               IF WS-Letter-Due = 'Y'
                   PERFORM Write-Status-Letter
                   MOVE WS-Today-MDY TO WS-Last-Letter-Date
               END-IF
           END-IF

           MOVE CR-Claim-Number TO DY-Claim-Number
           MOVE CR-Adjuster-Id TO DY-Adjuster-Id
           MOVE WS-State-Code TO DY-State-Code
           MOVE WS-Step TO DY-Step
           MOVE WS-Due-Date TO DY-Due-Date
           MOVE WS-Level TO DY-Level
           MOVE WS-Last-Letter-Date TO DY-Last-Letter-Date
           WRITE Claim-Diary-Record

           IF WS-Level NOT = "PENDING"
               MOVE CR-Adjuster-Id TO SW-Adjuster-Id
               MOVE WS-Due-YYYYMMDD TO SW-Due-YYYYMMDD
               MOVE CR-Claim-Number TO SW-Claim-Number
               MOVE CR-Policy-Number TO SW-Policy-Number
               MOVE WS-State-Code TO SW-State-Code
               MOVE WS-Step TO SW-Step
               MOVE WS-Due-Date TO SW-Due-Date
               MOVE WS-Days-Left TO SW-Days-Left
               MOVE WS-Level TO SW-Level
               RELEASE Sort-Work-Record
           END-IF.

       Find-Acknowledgment.
           MOVE 'N' TO WS-Ack-Found
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Ack-Claim-Count
               IF AK-Claim-Number(WS-Scan-Index) = CR-Claim-Number
                   MOVE 'Y' TO WS-Ack-Found
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       Find-Proof-Receipt.
           MOVE CR-Intake-Date TO WS-Clock-Date
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Proof-Count
               IF PR-Claim-Number(WS-Scan-Index) = CR-Claim-Number
                   MOVE PR-Received-Date(WS-Scan-Index) TO
                       WS-Clock-Date
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       Find-Issued-Claim.
           MOVE 'N' TO WS-Issued-Found
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Issued-Claim-Count
               IF IC-Claim-Number(WS-Scan-Index) = CR-Claim-Number
                   MOVE 'Y' TO WS-Issued-Found
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       Find-Prior-Diary.
           MOVE 0 TO WS-Prior-Index
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Prior-Diary-Count
               IF PD-Claim-Number(WS-Scan-Index) = CR-Claim-Number
                   MOVE WS-Scan-Index TO WS-Prior-Index
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       Lookup-Policy-Master.
           MOVE 'N' TO WS-Policy-Found
           MOVE SPACES TO WS-State-Code
           MOVE CR-Policy-Number TO Policy-Number OF
               Policy-Master-Record
           READ POLICY-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Policy-Master-Status = "00"
               MOVE 'Y' TO WS-Policy-Found
               MOVE State-Code OF Policy-Master-Record TO WS-State-Code
           END-IF.

       Find-State-Rules.
           MOVE WS-Default-Ack-Days TO WS-Ack-Days
           MOVE WS-Default-Decision-Days TO WS-Decision-Days
           MOVE WS-Default-Payment-Days TO WS-Payment-Days
           MOVE WS-Default-Letter-Days TO WS-Letter-Days
           PERFORM VARYING StateRuleIdx FROM 1 BY 1
               UNTIL StateRuleIdx > State-Rule-Count
               IF RT-State-Code(StateRuleIdx) = WS-State-Code
                   MOVE RT-Ack-Days(StateRuleIdx) TO WS-Ack-Days
                   MOVE RT-Decision-Days(StateRuleIdx) TO
                       WS-Decision-Days
                   MOVE RT-Payment-Days(StateRuleIdx) TO
                       WS-Payment-Days
                   MOVE RT-Letter-Days(StateRuleIdx) TO
                       WS-Letter-Days
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       Post-Deadline-Reminder.
           MOVE SPACES TO WS-Note-Text
           IF WS-Level = "OVERDUE"
               STRING "STATUTORY " DELIMITED BY SIZE
                       WS-Step DELIMITED BY SPACE
                       " OVERDUE - WAS DUE " DELIMITED BY SIZE
                       WS-Due-Date DELIMITED BY SIZE
                       " (" WS-State-Code ")" DELIMITED BY SIZE
                   INTO WS-Note-Text
           ELSE
               STRING "STATUTORY " DELIMITED BY SIZE
                       WS-Step DELIMITED BY SPACE
                       " DUE BY " DELIMITED BY SIZE
                       WS-Due-Date DELIMITED BY SIZE
                       " (" WS-State-Code ")" DELIMITED BY SIZE
                   INTO WS-Note-Text
           END-IF
           CALL "ClaimNote" USING CR-Claim-Number, WS-Note-User,
               WS-Note-Text
           ADD 1 TO WS-Reminder-Count.

       Test-Status-Letter-Due.
           MOVE 'Y' TO WS-Letter-Due
           IF WS-Last-Letter-Date = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Last-Letter-Date(7:4) TO WS-Work-YYYYMMDD(1:4)
           MOVE WS-Last-Letter-Date(1:2) TO WS-Work-YYYYMMDD(5:2)
           MOVE WS-Last-Letter-Date(4:2) TO WS-Work-YYYYMMDD(7:2)
           IF WS-Work-YYYYMMDD NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Letter-Age = WS-Today-Days -
               FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD)
           IF WS-Letter-Age < WS-Letter-Days
               MOVE 'N' TO WS-Letter-Due
           END-IF.

       Write-Status-Letter.
      *> The claimant is told the claim is still open and why it has
      *> not been decided - same routing as any claim letter, so a
      *> life claim's beneficiaries and a home policy's mortgagee
      *> hear too. No policy on file means no address to write to.
           IF WS-Policy-Found = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE CR-Claim-Number TO CO-Claim-Number
           MOVE CR-Policy-Number TO CO-Policy-Number
           MOVE Policy-Holder-Name OF Policy-Master-Record TO
               CO-Policy-Holder-Name
           MOVE Policy-Holder-Address OF Policy-Master-Record TO
               CO-Policy-Holder-Address
           MOVE CR-Date-of-Loss TO CO-Date-of-Loss
           MOVE CR-Cause-of-Loss TO CO-Cause-of-Loss
           MOVE CR-Amount-of-Loss TO CO-Amount-of-Loss
           MOVE "PENDING" TO CO-Claim-Status
           MOVE "Claim still under investigation." TO CO-Reason
           MOVE 0 TO CO-Coinsurance-Penalty

           IF Policy-Type OF Policy-Master-Record = "LIFE_INSURANCE"
               AND Beneficiary-Count OF Policy-Master-Record > 0
               PERFORM VARYING WS-Beneficiary-Index FROM 1 BY 1
                   UNTIL WS-Beneficiary-Index >
                       Beneficiary-Count OF Policy-Master-Record
                   MOVE BN-Name OF
                           Policy-Master-Record(WS-Beneficiary-Index)
                       TO CO-Policy-Holder-Name
                   MOVE BN-Address OF
                           Policy-Master-Record(WS-Beneficiary-Index)
                       TO CO-Policy-Holder-Address
                   WRITE Correspondence-Record
                   PERFORM Register-Status-Letter
               END-PERFORM
           ELSE
               WRITE Correspondence-Record
               PERFORM Register-Status-Letter
           END-IF
           IF Policy-Type OF Policy-Master-Record = "HOME_INSURANCE"
               PERFORM VARYING WS-Interest-Index FROM 1 BY 1
                   UNTIL WS-Interest-Index >
                       Addl-Interest-Count OF Policy-Master-Record
                   MOVE AI-Name OF
                           Policy-Master-Record(WS-Interest-Index)
                       TO CO-Policy-Holder-Name
                   MOVE AI-Address OF
                           Policy-Master-Record(WS-Interest-Index)
                       TO CO-Policy-Holder-Address
                   WRITE Correspondence-Record
                   PERFORM Register-Status-Letter
               END-PERFORM
           END-IF
           ADD 1 TO WS-Letter-Count

           MOVE SPACES TO WS-Note-Text
           STRING "DELAY STATUS LETTER SENT - DECISION WAS DUE "
                   WS-Due-Date
               DELIMITED BY SIZE INTO WS-Note-Text
           CALL "ClaimNote" USING CR-Claim-Number, WS-Note-User,
               WS-Note-Text.

       Register-Status-Letter.
           MOVE "CLMSTATUS" TO WS-Doc-Letter-Type
           MOVE Customer-Id OF Policy-Master-Record TO
               WS-Doc-Customer-Id
           MOVE CR-Claim-Number TO WS-Doc-Reference
           MOVE CO-Reason TO WS-Doc-Summary
           CALL "Correspondence" USING WS-Doc-Letter-Type,
               WS-Doc-Customer-Id, CO-Policy-Holder-Name,
               CO-Policy-Holder-Address, WS-Doc-Reference,
               WS-Doc-Summary.

       Write-Worklist-Lines.
           MOVE 'N' TO WS-Group-Started
           MOVE 'N' TO WS-End-Of-Sort
           PERFORM UNTIL WS-End-Of-Sort = 'Y'
               RETURN Sort-Work-File
                   AT END MOVE 'Y' TO WS-End-Of-Sort
               END-RETURN
               IF WS-End-Of-Sort = 'N'
                   IF WS-Group-Started = 'Y'
                       AND SW-Adjuster-Id NOT = WS-Group-Adjuster
                       PERFORM Write-Adjuster-Total
                   END-IF
                   IF WS-Group-Started = 'N'
                       OR SW-Adjuster-Id NOT = WS-Group-Adjuster
                       PERFORM Start-Adjuster-Group
                   END-IF
                   PERFORM Write-Worklist-Detail
               END-IF
           END-PERFORM
           IF WS-Group-Started = 'Y'
               PERFORM Write-Adjuster-Total
           END-IF.

       Start-Adjuster-Group.
           MOVE 'Y' TO WS-Group-Started
           MOVE SW-Adjuster-Id TO WS-Group-Adjuster
           MOVE 0 TO WS-Group-Due
           MOVE 0 TO WS-Group-Overdue
           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           IF SW-Adjuster-Id = SPACES
               MOVE "ADJUSTER (UNASSIGNED)" TO WS-Report-Line
           ELSE
               MOVE SPACES TO AD-Adjuster-Name
               IF WS-Adjuster-Master-Status NOT = "35"
                   MOVE SW-Adjuster-Id TO AD-Adjuster-Id
                   READ Adjuster-Master-File
                       INVALID KEY
                           MOVE SPACES TO AD-Adjuster-Name
                   END-READ
               END-IF
               STRING "ADJUSTER " SW-Adjuster-Id "  "
                       AD-Adjuster-Name
                   DELIMITED BY SIZE INTO WS-Report-Line
           END-IF
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "  CLAIM       POLICY      ST  STEP          "
                   "DUE DATE    DAYS LEFT  STATUS"
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line.

       Write-Worklist-Detail.
           MOVE SW-Days-Left TO WS-Days-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "  " SW-Claim-Number "  " SW-Policy-Number "  "
                   SW-State-Code "  " SW-Step "  " SW-Due-Date
                   "  " WS-Days-Disp "     " SW-Level
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           IF SW-Level = "OVERDUE"
               ADD 1 TO WS-Group-Overdue
           ELSE
               ADD 1 TO WS-Group-Due
           END-IF.

       Write-Adjuster-Total.
           MOVE WS-Group-Due TO WS-Count-Disp
           MOVE WS-Group-Overdue TO WS-Overdue-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "  ADJUSTER TOTAL  DUE: " WS-Count-Disp
                   "   OVERDUE: " WS-Overdue-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line.

       Write-Report-Line.
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record.
