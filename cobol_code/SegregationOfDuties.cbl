       IDENTIFICATION DIVISION.
       PROGRAM-ID. SegregationOfDuties.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Monthly segregation-of-duties (SoD) run for the SOX auditors.
      *> UserAuthorization only ever sees one transaction at a time -
      *> whether the keyed user holds the class and the limit - so
      *> nothing stopped one person setting up a payee's bank account
      *> on PAYEE.BANK and then releasing a payment to it, or keying a
      *> reinstatement and second-signing an over-limit decision on
      *> the same policy another day. This run applies the SOD.RULES
      *> conflict table (pairs of duties that must not sit with one
      *> person, and whether the pair only conflicts on the same
      *> policy, claim, or payee) two ways:
      *>   - every user whose ACTIVE rows on USER.AUTH hold both
      *>     transaction classes of a conflicting pair;
      *>   - every instance, on the audit trails, of one user having
      *>     performed both sides of a pair on the same policy, claim,
      *>     or payee, where the later of the two fell in the period.
      *> Duties come off the trails as:
      *>   PAYEEBANK  - PAYEE.BANKAUDIT, who keyed a payee's bank change
      *>   REINSTATE  - POLICY.JOURNAL rows from PolicyReinstatement,
      *>                keyed user in the transaction reference
      *>   HELDDISP   - HELD.DISPLOG releases, by compliance officer
      *>   CLAIMDISP  - CLAIMS.DISPLOG, by examiner
      *>   CLAIMPAY   - CLAIM.RELLOG releases, by supervisor
      *>   UWDECIDE   - UW.DECISLOG, by underwriter
      *>   SECONDSIGN - the second user on any of the last four whose
      *>                authority covered an over-limit amount
      *> The holding test reads each rule's own USER.AUTH class
      *> columns, not the duty codes above.
      *> A missing SOD.RULES runs with the standing rules below. The
      *> period comes from the SOD.CONTROL card (YYYYMM), defaulting
      *> to the current month. Results go to SOD.RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY USERAUTHSEL.
           SELECT SoD-Control-File ASSIGN TO "SOD.CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SoD-Control-Status.
           SELECT SoD-Rules-File ASSIGN TO "SOD.RULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SoD-Rules-Status.
           SELECT Policy-Journal-File ASSIGN TO "POLICY.JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Policy-Journal-Status.
           SELECT Held-Log-File ASSIGN TO "HELD.DISPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Held-Log-Status.
           SELECT Disposition-Log-File ASSIGN TO "CLAIMS.DISPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Disposition-Log-Status.
           SELECT Release-Log-File ASSIGN TO "CLAIM.RELLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Release-Log-Status.
           SELECT UW-Decision-Log-File ASSIGN TO "UW.DECISLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UW-Decision-Log-Status.
           SELECT Payee-Bank-Audit-File ASSIGN TO "PAYEE.BANKAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Payee-Bank-Audit-Status.
           SELECT SoD-Report-File ASSIGN TO "SOD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SoD-Report-Status.
           SELECT Sort-Work-File ASSIGN TO "SOD.SORT.WORK".

       DATA DIVISION.
       FILE SECTION.
       FD  User-Auth-File.
           COPY USERAUTH.

       FD  SoD-Control-File.
       01  SoD-Control-Record.
           05  SC-Period              PIC X(6).

      *> One conflicting pair of duties. SR-Side-A/B are the duty
      *> codes off the audit trails; SR-Match-On POLICY, CLAIM, or
      *> PAYEE makes the pair an instance test on that key, spaces
      *> makes it no instance test (duties such as rate maintenance
      *> that touch no single policy). SR-Hold-Class-A/B are the
      *> USER.AUTH transaction classes that confer the two duties,
      *> for the holding test; spaces there makes the rule instance
      *> only (setting up payee banks, keying reinstatements, and
      *> second-signing are not classes anyone holds).
       FD  SoD-Rules-File.
       01  SoD-Rules-Record.
           05  SR-Rule-Id             PIC X(8).
           05  SR-Side-A              PIC X(10).
           05  SR-Side-B              PIC X(10).
           05  SR-Match-On            PIC X(6).
           05  SR-Hold-Class-A        PIC X(10).
           05  SR-Hold-Class-B        PIC X(10).
           05  SR-Description         PIC X(40).

       FD  Policy-Journal-File.
           COPY JRNLREC.

      *> Same layout HeldDisbursement writes.
       FD  Held-Log-File.
       01  Held-Log-Record.
           05  HL-Claim-Number        PIC X(10).
           05  HL-Policy-Number       PIC X(10).
           05  HL-Payee               PIC X(50).
           05  HL-Decision            PIC X(10).
           05  HL-Officer-Id          PIC X(8).
           05  HL-Approver-Id         PIC X(8).
           05  HL-Amount              PIC 9(9)V99.
           05  HL-Decision-Date       PIC X(10).
           05  HL-Payee-Tax-Id        PIC X(11).

      *> Same layout ReviewDisposition writes.
       FD  Disposition-Log-File.
       01  Disposition-Log-Record.
           05  DG-Claim-Number        PIC X(10).
           05  DG-Policy-Number       PIC X(10).
           05  DG-Decision            PIC X(10).
           05  DG-Final-Status        PIC X(10).
           05  DG-Examiner-Id         PIC X(8).
           05  DG-Approver-Id         PIC X(8).
           05  DG-Notes               PIC X(40).
           05  DG-Disposition-Date    PIC X(10).

      *> Same layout ClaimRelease writes.
       FD  Release-Log-File.
       01  Release-Log-Record.
           05  RL-Claim-Number        PIC X(10).
           05  RL-Policy-Number       PIC X(10).
           05  RL-Adjuster-Id         PIC X(8).
           05  RL-Supervisor-Id       PIC X(8).
           05  RL-Approver-Id         PIC X(8).
           05  RL-Amount              PIC 9(9)V99.
           05  RL-Held-Date           PIC X(10).
           05  RL-Release-Date        PIC X(10).

      *> Same layout UnderwritingDecision writes.
       FD  UW-Decision-Log-File.
       01  UW-Decision-Log-Record.
           05  DL-Policy-Number       PIC X(10).
           05  DL-Decision            PIC X(10).
           05  DL-Underwriter-Id      PIC X(8).
           05  DL-Approver-Id         PIC X(8).
           05  DL-Decision-Date       PIC X(10).

       FD  Payee-Bank-Audit-File.
           COPY PAYBAUD.

       FD  SoD-Report-File.
       01  Report-Line-Record        PIC X(132).

      *> One duty performed - who, what, on which policy / claim /
      *> payee, and when - sorted so each user's duties come together.
       SD  Sort-Work-File.
       01  Sort-Work-Record.
           05  SW-User-Id             PIC X(8).
           05  SW-Duty                PIC X(10).
           05  SW-Policy-Number       PIC X(10).
           05  SW-Claim-Number        PIC X(10).
           05  SW-Payee-Tax-Id        PIC X(11).
           05  SW-Duty-YYYYMMDD       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-User-Auth-Status          PIC XX.
       01  WS-SoD-Control-Status        PIC XX.
       01  WS-SoD-Rules-Status          PIC XX.
       01  WS-Policy-Journal-Status     PIC XX.
       01  WS-Held-Log-Status           PIC XX.
       01  WS-Disposition-Log-Status    PIC XX.
       01  WS-Release-Log-Status        PIC XX.
       01  WS-UW-Decision-Log-Status    PIC XX.
       01  WS-Payee-Bank-Audit-Status   PIC XX.
       01  WS-SoD-Report-Status         PIC XX.
       01  WS-Report-Line               PIC X(132).
       01  WS-End-Of-File               PIC X.
       01  WS-End-Of-Sort               PIC X.
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Period-Start              PIC 9(8).
       01  WS-Period-Next               PIC 9(8).
       01  WS-Next-Year                 PIC 9(4).
       01  WS-Next-Month                PIC 9(2).
       01  WS-Work-Date                 PIC X(10).
       01  WS-Work-YYYYMMDD             PIC 9(8).
       01  WS-Later-YYYYMMDD            PIC 9(8).
       01  WS-Rule-Index                PIC 9(4) COMP.
       01  WS-Held-Index                PIC 9(4) COMP.
       01  WS-A-Index                   PIC 9(8) COMP.
       01  WS-B-Index                   PIC 9(8) COMP.
       01  WS-Holds-A                   PIC X.
       01  WS-Holds-B                   PIC X.
       01  WS-Same-Object               PIC X.
       01  WS-Object-Key                PIC X(11).
       01  WS-Holding-Count             PIC 9(8) COMP VALUE 0.
       01  WS-Instance-Count            PIC 9(8) COMP VALUE 0.
       01  WS-Duty-Count                PIC 9(8) COMP VALUE 0.
       01  WS-Dropped-Count             PIC 9(8) COMP VALUE 0.
       01  WS-Count-Disp                PIC ZZZZZZZ9.
       01  WS-A-Date-Disp               PIC 9(8).
       01  WS-B-Date-Disp               PIC 9(8).
      *> Standing rules, used when there is no SOD.RULES file.
       01  Default-SoD-Rules.
           05  FILLER PIC X(8)  VALUE "SOD01".
           05  FILLER PIC X(10) VALUE "PAYEEBANK".
           05  FILLER PIC X(10) VALUE "HELDDISP".
           05  FILLER PIC X(6)  VALUE "PAYEE".
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(40) VALUE
               "SET UP PAYEE BANK AND RELEASED PAYMENT".
           05  FILLER PIC X(8)  VALUE "SOD02".
           05  FILLER PIC X(10) VALUE "REINSTATE".
           05  FILLER PIC X(10) VALUE "SECONDSIGN".
           05  FILLER PIC X(6)  VALUE "POLICY".
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(40) VALUE
               "KEYED REINSTATEMENT AND SECOND-SIGNED".
           05  FILLER PIC X(8)  VALUE "SOD03".
           05  FILLER PIC X(10) VALUE "CLAIMDISP".
           05  FILLER PIC X(10) VALUE "CLAIMPAY".
           05  FILLER PIC X(6)  VALUE "CLAIM".
           05  FILLER PIC X(10) VALUE "CLAIMDISP".
           05  FILLER PIC X(10) VALUE "CLAIMPAY".
           05  FILLER PIC X(40) VALUE
               "DISPOSED CLAIM AND RELEASED ITS PAYMENT".
           05  FILLER PIC X(8)  VALUE "SOD04".
           05  FILLER PIC X(10) VALUE "CLAIMDISP".
           05  FILLER PIC X(10) VALUE "HELDDISP".
           05  FILLER PIC X(6)  VALUE "CLAIM".
           05  FILLER PIC X(10) VALUE "CLAIMDISP".
           05  FILLER PIC X(10) VALUE "HELDDISP".
           05  FILLER PIC X(40) VALUE
               "DISPOSED CLAIM AND RELEASED HELD PAYMENT".
           05  FILLER PIC X(8)  VALUE "SOD05".
           05  FILLER PIC X(10) VALUE "CLAIMDISP".
           05  FILLER PIC X(10) VALUE "SECONDSIGN".
           05  FILLER PIC X(6)  VALUE "CLAIM".
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(40) VALUE
               "DISPOSED CLAIM AND SECOND-SIGNED ON IT".
           05  FILLER PIC X(8)  VALUE "SOD06".
           05  FILLER PIC X(10) VALUE "UWDECIDE".
           05  FILLER PIC X(10) VALUE "CLAIMDISP".
           05  FILLER PIC X(6)  VALUE "POLICY".
           05  FILLER PIC X(10) VALUE "UWDECIDE".
           05  FILLER PIC X(10) VALUE "CLAIMDISP".
           05  FILLER PIC X(40) VALUE
               "UNDERWROTE POLICY AND DISPOSED ITS CLAIM".
           05  FILLER PIC X(8)  VALUE "SOD07".
           05  FILLER PIC X(10) VALUE "RATEMAINT".
           05  FILLER PIC X(10) VALUE "UWDECIDE".
           05  FILLER PIC X(6)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE "RATEMAINT".
           05  FILLER PIC X(10) VALUE "UWDECIDE".
           05  FILLER PIC X(40) VALUE
               "MAINTAINS RATES AND UNDERWRITES".
           05  FILLER PIC X(8)  VALUE "SOD08".
           05  FILLER PIC X(10) VALUE "GLPERIOD".
           05  FILLER PIC X(10) VALUE "CLAIMPAY".
           05  FILLER PIC X(6)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE "GLPERIOD".
           05  FILLER PIC X(10) VALUE "CLAIMPAY".
           05  FILLER PIC X(40) VALUE
               "CLOSES GL PERIODS AND RELEASES PAYMENTS".
       01  Default-SoD-Rule-Table REDEFINES Default-SoD-Rules.
           05  Default-SoD-Rule OCCURS 8 TIMES PIC X(94).
       01  SoDRules.
           05  Rule-Count               PIC 9(4) COMP VALUE 0.
           05  SoDRule OCCURS 100 TIMES.
               10  RU-Rule-Id             PIC X(8).
               10  RU-Side-A              PIC X(10).
               10  RU-Side-B              PIC X(10).
               10  RU-Match-On            PIC X(6).
               10  RU-Hold-Class-A        PIC X(10).
               10  RU-Hold-Class-B        PIC X(10).
               10  RU-Description         PIC X(40).
      *> The current user's ACTIVE transaction classes off USER.AUTH.
       01  HeldClasses.
           05  Held-Class-Count         PIC 9(4) COMP VALUE 0.
           05  Held-Class OCCURS 100 TIMES PIC X(10).
       01  WS-Class-User                PIC X(8).
      *> The current user's duties off the sort.
       01  UserDuties.
           05  Duty-Count               PIC 9(8) COMP.
           05  UserDuty OCCURS 1 TO 20000 TIMES
                   DEPENDING ON Duty-Count
                   INDEXED BY UserDutyIdx.
               10  UD-Duty                PIC X(10).
               10  UD-Policy-Number       PIC X(10).
               10  UD-Claim-Number        PIC X(10).
               10  UD-Payee-Tax-Id        PIC X(11).
               10  UD-Duty-YYYYMMDD       PIC 9(8).
       01  WS-Duty-User                 PIC X(8).
       01  WS-Group-Started             PIC X.

       PROCEDURE DIVISION.
       Begin-Segregation-Of-Duties.
           DISPLAY "Starting segregation-of-duties run..."
           PERFORM Load-SoD-Period
           PERFORM Load-SoD-Rules

           OPEN OUTPUT SoD-Report-File
           MOVE SPACES TO WS-Report-Line
           STRING "SEGREGATION OF DUTIES EXCEPTIONS FOR PERIOD "
                   SC-Period
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           PERFORM Report-Conflicting-Holdings

           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE "SAME USER ON BOTH SIDES OF A CONFLICTING PAIR"
               TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "USER     RULE     SIDE A     DATE     "
                   "SIDE B     DATE     ON     KEY         CONFLICT"
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           SORT Sort-Work-File
               ON ASCENDING KEY SW-User-Id
               ON ASCENDING KEY SW-Duty-YYYYMMDD
               INPUT PROCEDURE IS Release-Audit-Duties
               OUTPUT PROCEDURE IS Test-User-Duties
           MOVE WS-Instance-Count TO WS-Count-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "INSTANCES: " WS-Count-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           IF WS-Dropped-Count > 0
               MOVE WS-Dropped-Count TO WS-Count-Disp
               MOVE SPACES TO WS-Report-Line
               STRING "*** " WS-Count-Disp
                       " DUTIES NOT TESTED - USER OVER 20000 DUTIES ***"
                   DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM Write-Report-Line
           END-IF

           CLOSE SoD-Report-File
           DISPLAY "Segregation-of-duties run complete - "
               WS-Holding-Count " holdings, " WS-Instance-Count
               " instances."
           STOP RUN.

       Load-SoD-Period.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           STRING WS-Current-Year WS-Current-Month
               DELIMITED BY SIZE INTO SC-Period

           OPEN INPUT SoD-Control-File
           IF WS-SoD-Control-Status = "00"
               READ SoD-Control-File
                   AT END CONTINUE
               END-READ
               CLOSE SoD-Control-File
           END-IF

           MOVE SC-Period(1:4) TO WS-Next-Year
           MOVE SC-Period(5:2) TO WS-Next-Month
           MOVE WS-Next-Year TO WS-Period-Start(1:4)
           MOVE WS-Next-Month TO WS-Period-Start(5:2)
           MOVE 01 TO WS-Period-Start(7:2)
           IF WS-Next-Month = 12
               ADD 1 TO WS-Next-Year
               MOVE 1 TO WS-Next-Month
           ELSE
               ADD 1 TO WS-Next-Month
           END-IF
           MOVE WS-Next-Year TO WS-Period-Next(1:4)
           MOVE WS-Next-Month TO WS-Period-Next(5:2)
           MOVE 01 TO WS-Period-Next(7:2).

       Load-SoD-Rules.
           MOVE 0 TO Rule-Count
           OPEN INPUT SoD-Rules-File
           IF WS-SoD-Rules-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ SoD-Rules-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       AND ((SR-Side-A NOT = SPACES
                             AND SR-Side-B NOT = SPACES)
                         OR (SR-Hold-Class-A NOT = SPACES
                             AND SR-Hold-Class-B NOT = SPACES))
                       AND Rule-Count < 100
                       ADD 1 TO Rule-Count
                       MOVE SoD-Rules-Record TO SoDRule(Rule-Count)
                   END-IF
               END-PERFORM
               CLOSE SoD-Rules-File
           END-IF
           IF Rule-Count = 0
               PERFORM VARYING WS-Rule-Index FROM 1 BY 1
                   UNTIL WS-Rule-Index > 8
                   ADD 1 TO Rule-Count
                   MOVE Default-SoD-Rule(WS-Rule-Index) TO
                       SoDRule(Rule-Count)
               END-PERFORM
           END-IF.

       Report-Conflicting-Holdings.
      *> USER.AUTH is keyed user then class, so one pass brings each
      *> user's classes together; the user is tested at the break.
           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE "USERS HOLDING CONFLICTING TRANSACTION CLASSES" TO
               WS-Report-Line
           PERFORM Write-Report-Line
           MOVE "USER     RULE     CLASS A    CLASS B    CONFLICT" TO
               WS-Report-Line
           PERFORM Write-Report-Line

           OPEN INPUT User-Auth-File
           IF WS-User-Auth-Status NOT = "00"
               MOVE "*** NO USER.AUTH FILE - HOLDINGS NOT TESTED ***"
                   TO WS-Report-Line
               PERFORM Write-Report-Line
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO Held-Class-Count
           MOVE SPACES TO WS-Class-User
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ User-Auth-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   IF UA-User-Id NOT = WS-Class-User
                       PERFORM Test-User-Holdings
                       MOVE UA-User-Id TO WS-Class-User
                       MOVE 0 TO Held-Class-Count
                   END-IF
                   IF UA-Active-Flag = 'Y'
                       AND Held-Class-Count < 100
                       ADD 1 TO Held-Class-Count
                       MOVE UA-Transaction-Class TO
                           Held-Class(Held-Class-Count)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM Test-User-Holdings
           CLOSE User-Auth-File

           MOVE WS-Holding-Count TO WS-Count-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "USERS/RULES: " WS-Count-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line.

       Test-User-Holdings.
           IF Held-Class-Count = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-Rule-Index FROM 1 BY 1
               UNTIL WS-Rule-Index > Rule-Count
               MOVE 'N' TO WS-Holds-A
               MOVE 'N' TO WS-Holds-B
      *> A rule with no class columns is tested on the trails only.
               IF RU-Hold-Class-A(WS-Rule-Index) NOT = SPACES
                   AND RU-Hold-Class-B(WS-Rule-Index) NOT = SPACES
                   PERFORM VARYING WS-Held-Index FROM 1 BY 1
                       UNTIL WS-Held-Index > Held-Class-Count
                       IF Held-Class(WS-Held-Index) =
                               RU-Hold-Class-A(WS-Rule-Index)
                           MOVE 'Y' TO WS-Holds-A
                       END-IF
                       IF Held-Class(WS-Held-Index) =
                               RU-Hold-Class-B(WS-Rule-Index)
                           MOVE 'Y' TO WS-Holds-B
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-Holds-A = 'Y' AND WS-Holds-B = 'Y'
                   MOVE SPACES TO WS-Report-Line
                   STRING WS-Class-User " "
                           RU-Rule-Id(WS-Rule-Index) " "
                           RU-Hold-Class-A(WS-Rule-Index) " "
                           RU-Hold-Class-B(WS-Rule-Index) " "
                           RU-Description(WS-Rule-Index)
                       DELIMITED BY SIZE INTO WS-Report-Line
                   PERFORM Write-Report-Line
                   ADD 1 TO WS-Holding-Count
               END-IF
           END-PERFORM.

       Release-Audit-Duties.
           PERFORM Release-Payee-Bank-Duties
           PERFORM Release-Reinstate-Duties
           PERFORM Release-Held-Duties
           PERFORM Release-Disposition-Duties
           PERFORM Release-Claim-Release-Duties
           PERFORM Release-UW-Duties.

       Release-Payee-Bank-Duties.
           OPEN INPUT Payee-Bank-Audit-File
           IF WS-Payee-Bank-Audit-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Payee-Bank-Audit-File
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   MOVE SPACES TO Sort-Work-Record
                   MOVE BA-Maintained-By TO SW-User-Id
                   MOVE "PAYEEBANK" TO SW-Duty
                   MOVE BA-Payee-Tax-Id TO SW-Payee-Tax-Id
                   MOVE BA-Maintained-Date TO WS-Work-Date
                   PERFORM Release-One-Duty
               END-IF
           END-PERFORM
           CLOSE Payee-Bank-Audit-File.

       Release-Reinstate-Duties.
           OPEN INPUT Policy-Journal-File
           IF WS-Policy-Journal-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Policy-Journal-File
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   AND JR-Program-Name = "PolicyReinstatement"
                   MOVE SPACES TO Sort-Work-Record
                   MOVE JR-Transaction-Ref(1:8) TO SW-User-Id
                   MOVE "REINSTATE" TO SW-Duty
                   MOVE JR-Policy-Number TO SW-Policy-Number
                   MOVE JR-Journal-Date TO WS-Work-Date
                   PERFORM Release-One-Duty
               END-IF
           END-PERFORM
           CLOSE Policy-Journal-File.

       Release-Held-Duties.
           OPEN INPUT Held-Log-File
           IF WS-Held-Log-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Held-Log-File
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   AND HL-Decision = "RELEASE"
                   MOVE SPACES TO Sort-Work-Record
                   MOVE HL-Officer-Id TO SW-User-Id
                   MOVE "HELDDISP" TO SW-Duty
                   MOVE HL-Policy-Number TO SW-Policy-Number
                   MOVE HL-Claim-Number TO SW-Claim-Number
                   MOVE HL-Payee-Tax-Id TO SW-Payee-Tax-Id
                   MOVE HL-Decision-Date TO WS-Work-Date
                   PERFORM Release-One-Duty
                   IF HL-Approver-Id NOT = HL-Officer-Id
                       MOVE HL-Approver-Id TO SW-User-Id
                       MOVE "SECONDSIGN" TO SW-Duty
                       PERFORM Release-One-Duty
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Held-Log-File.

       Release-Disposition-Duties.
           OPEN INPUT Disposition-Log-File
           IF WS-Disposition-Log-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Disposition-Log-File
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   MOVE SPACES TO Sort-Work-Record
                   MOVE DG-Examiner-Id TO SW-User-Id
                   MOVE "CLAIMDISP" TO SW-Duty
                   MOVE DG-Policy-Number TO SW-Policy-Number
                   MOVE DG-Claim-Number TO SW-Claim-Number
                   MOVE DG-Disposition-Date TO WS-Work-Date
                   PERFORM Release-One-Duty
                   IF DG-Approver-Id NOT = DG-Examiner-Id
                       MOVE DG-Approver-Id TO SW-User-Id
                       MOVE "SECONDSIGN" TO SW-Duty
                       PERFORM Release-One-Duty
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Disposition-Log-File.

       Release-Claim-Release-Duties.
           OPEN INPUT Release-Log-File
           IF WS-Release-Log-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Release-Log-File
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   MOVE SPACES TO Sort-Work-Record
                   MOVE RL-Supervisor-Id TO SW-User-Id
                   MOVE "CLAIMPAY" TO SW-Duty
                   MOVE RL-Policy-Number TO SW-Policy-Number
                   MOVE RL-Claim-Number TO SW-Claim-Number
                   MOVE RL-Release-Date TO WS-Work-Date
                   PERFORM Release-One-Duty
                   IF RL-Approver-Id NOT = RL-Supervisor-Id
                       MOVE RL-Approver-Id TO SW-User-Id
                       MOVE "SECONDSIGN" TO SW-Duty
                       PERFORM Release-One-Duty
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Release-Log-File.

       Release-UW-Duties.
           OPEN INPUT UW-Decision-Log-File
           IF WS-UW-Decision-Log-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ UW-Decision-Log-File
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   MOVE SPACES TO Sort-Work-Record
                   MOVE DL-Underwriter-Id TO SW-User-Id
                   MOVE "UWDECIDE" TO SW-Duty
                   MOVE DL-Policy-Number TO SW-Policy-Number
                   MOVE DL-Decision-Date TO WS-Work-Date
                   PERFORM Release-One-Duty
                   IF DL-Approver-Id NOT = DL-Underwriter-Id
                       MOVE DL-Approver-Id TO SW-User-Id
                       MOVE "SECONDSIGN" TO SW-Duty
                       PERFORM Release-One-Duty
                   END-IF
               END-IF
           END-PERFORM
           CLOSE UW-Decision-Log-File.

       Release-One-Duty.
      *> A trail row with no user on it (written before the user was
      *> recorded, or keyed blank) cannot conflict with anything.
           IF SW-User-Id = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-Work-YYYYMMDD
           IF WS-Work-Date(7:4) IS NUMERIC
               AND WS-Work-Date(1:2) IS NUMERIC
               AND WS-Work-Date(4:2) IS NUMERIC
               MOVE WS-Work-Date(7:4) TO WS-Work-YYYYMMDD(1:4)
               MOVE WS-Work-Date(1:2) TO WS-Work-YYYYMMDD(5:2)
               MOVE WS-Work-Date(4:2) TO WS-Work-YYYYMMDD(7:2)
           END-IF
           MOVE WS-Work-YYYYMMDD TO SW-Duty-YYYYMMDD
           RELEASE Sort-Work-Record
           ADD 1 TO WS-Duty-Count.

       Test-User-Duties.
           MOVE 'N' TO WS-Group-Started
           MOVE 0 TO Duty-Count
           MOVE 'N' TO WS-End-Of-Sort
           PERFORM UNTIL WS-End-Of-Sort = 'Y'
               RETURN Sort-Work-File
                   AT END MOVE 'Y' TO WS-End-Of-Sort
               END-RETURN
               IF WS-End-Of-Sort = 'N'
                   IF WS-Group-Started = 'Y'
                       AND SW-User-Id NOT = WS-Duty-User
                       PERFORM Test-One-User
                       MOVE 0 TO Duty-Count
                   END-IF
                   MOVE 'Y' TO WS-Group-Started
                   MOVE SW-User-Id TO WS-Duty-User
                   IF Duty-Count < 20000
                       ADD 1 TO Duty-Count
                       MOVE SW-Duty TO UD-Duty(Duty-Count)
                       MOVE SW-Policy-Number TO
                           UD-Policy-Number(Duty-Count)
                       MOVE SW-Claim-Number TO
                           UD-Claim-Number(Duty-Count)
                       MOVE SW-Payee-Tax-Id TO
                           UD-Payee-Tax-Id(Duty-Count)
                       MOVE SW-Duty-YYYYMMDD TO
                           UD-Duty-YYYYMMDD(Duty-Count)
                   ELSE
                       ADD 1 TO WS-Dropped-Count
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Group-Started = 'Y'
               PERFORM Test-One-User
           END-IF.

       Test-One-User.
      *> Every side-A duty against every side-B duty of each
      *> instance rule, on the rule's key. Only pairs completed in
      *> the period are reported, so an instance shows up once - in
      *> the month its second half happened.
           PERFORM VARYING WS-Rule-Index FROM 1 BY 1
               UNTIL WS-Rule-Index > Rule-Count
               IF RU-Match-On(WS-Rule-Index) NOT = SPACES
                   PERFORM VARYING WS-A-Index FROM 1 BY 1
                       UNTIL WS-A-Index > Duty-Count
                       IF UD-Duty(WS-A-Index) =
                               RU-Side-A(WS-Rule-Index)
                           PERFORM Test-Side-B-Duties
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       Test-Side-B-Duties.
           PERFORM VARYING WS-B-Index FROM 1 BY 1
               UNTIL WS-B-Index > Duty-Count
               IF WS-B-Index NOT = WS-A-Index
                   AND UD-Duty(WS-B-Index) = RU-Side-B(WS-Rule-Index)
                   PERFORM Test-Same-Object
                   IF WS-Same-Object = 'Y'
                       PERFORM Report-Instance
                   END-IF
               END-IF
           END-PERFORM.

       Test-Same-Object.
           MOVE 'N' TO WS-Same-Object
           MOVE SPACES TO WS-Object-Key
           EVALUATE RU-Match-On(WS-Rule-Index)
               WHEN "POLICY"
                   IF UD-Policy-Number(WS-A-Index) NOT = SPACES
                       AND UD-Policy-Number(WS-A-Index) =
                           UD-Policy-Number(WS-B-Index)
                       MOVE 'Y' TO WS-Same-Object
                       MOVE UD-Policy-Number(WS-A-Index) TO
                           WS-Object-Key
                   END-IF
               WHEN "CLAIM"
                   IF UD-Claim-Number(WS-A-Index) NOT = SPACES
                       AND UD-Claim-Number(WS-A-Index) =
                           UD-Claim-Number(WS-B-Index)
                       MOVE 'Y' TO WS-Same-Object
                       MOVE UD-Claim-Number(WS-A-Index) TO
                           WS-Object-Key
                   END-IF
               WHEN "PAYEE"
                   IF UD-Payee-Tax-Id(WS-A-Index) NOT = SPACES
                       AND UD-Payee-Tax-Id(WS-A-Index) =
                           UD-Payee-Tax-Id(WS-B-Index)
                       MOVE 'Y' TO WS-Same-Object
                       MOVE UD-Payee-Tax-Id(WS-A-Index) TO
                           WS-Object-Key
                   END-IF
           END-EVALUATE.

       Report-Instance.
           MOVE UD-Duty-YYYYMMDD(WS-A-Index) TO WS-Later-YYYYMMDD
           IF UD-Duty-YYYYMMDD(WS-B-Index) > WS-Later-YYYYMMDD
               MOVE UD-Duty-YYYYMMDD(WS-B-Index) TO WS-Later-YYYYMMDD
           END-IF
           IF WS-Later-YYYYMMDD < WS-Period-Start
               OR WS-Later-YYYYMMDD NOT < WS-Period-Next
               EXIT PARAGRAPH
           END-IF
           MOVE UD-Duty-YYYYMMDD(WS-A-Index) TO WS-A-Date-Disp
           MOVE UD-Duty-YYYYMMDD(WS-B-Index) TO WS-B-Date-Disp
           MOVE SPACES TO WS-Report-Line
           STRING WS-Duty-User " "
                   RU-Rule-Id(WS-Rule-Index) " "
                   RU-Side-A(WS-Rule-Index) " "
                   WS-A-Date-Disp " "
                   RU-Side-B(WS-Rule-Index) " "
                   WS-B-Date-Disp " "
                   RU-Match-On(WS-Rule-Index) " "
                   WS-Object-Key " "
                   RU-Description(WS-Rule-Index)
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           ADD 1 TO WS-Instance-Count.

       Write-Report-Line.
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record.
