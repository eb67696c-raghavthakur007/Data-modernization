       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccessLogReview.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Periodic access review (ACCESSAUD.RPT) over the online access
      *> log ACCESS.LOG - the ACCSLOG ESDS every inquiry and entry
      *> transaction writes a row to each time a rep brings up a
      *> policy, claim, customer, or agent. For Audit and the privacy
      *> officer it flags three patterns:
      *>   - OWN POLICY / OWN CUSTOMER: a user looking up a policy or
      *>     customer in their own name (the employee name on the HR
      *>     staff roster USER.ROSTER against the policy holder on
      *>     POLICY.MASTER or the customer on CUSTOMER.MASTER);
      *>   - SIU CLAIM VIEW: a claim with an OPEN case on SIU.CASES
      *>     viewed (CNOT by claim, CINQ by its policy) by a user
      *>     outside CLAIMS and SIU;
      *>   - VOLUME OUTLIER: a user whose view count for the period is
      *>     at least the floor below and more than three times the
      *>     average of the other users in the same department.
      *> A user id missing from the roster is listed as NOT ROSTERED
      *> in the volume section - nobody should be signing on who HR
      *> does not know about. The log is read, never changed; it is
      *> the record Audit keeps.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Access-Log-File ASSIGN TO "ACCESS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Access-Log-Status.
           SELECT User-Roster-File ASSIGN TO "USER.ROSTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-User-Roster-Status.
           SELECT Audit-Report-File ASSIGN TO "ACCESSAUD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Report-Status.
           COPY POLMSSEL.
           COPY CUSTMSEL.
           COPY SIUCASESEL.

       DATA DIVISION.
       FILE SECTION.
       FD  Access-Log-File.
           COPY ACCSLOG.

       FD  User-Roster-File.
           COPY USRROST.

       FD  Audit-Report-File.
       01  Report-Line-Record        PIC X(132).

       FD  POLICY-MASTER-FILE.
           COPY POLMSREC.

       FD  Customer-Master-File.
           COPY CUSTMREC.

       FD  SIU-Case-File.
           COPY SIUCASE.

       WORKING-STORAGE SECTION.
       01  WS-Access-Log-Status        PIC XX.
       01  WS-User-Roster-Status       PIC XX.
       01  WS-Audit-Report-Status      PIC XX.
       01  WS-Policy-Master-Status     PIC XX.
       01  WS-Customer-Master-Status   PIC XX.
       01  WS-SIU-Case-Status          PIC XX.
       01  WS-Policy-Master-Open       PIC X VALUE 'N'.
       01  WS-Customer-Master-Open     PIC X VALUE 'N'.
       01  WS-Report-Line              PIC X(132).
       01  WS-End-Of-File              PIC X.
       01  WS-Scan-Index               PIC 9(8) COMP.
       01  WS-User-Index               PIC 9(8) COMP.
       01  WS-Dept-Index               PIC 9(4) COMP.
       01  WS-Flag-Text                PIC X(14).
       01  WS-Employee-Name            PIC X(50).
       01  WS-Viewed-Name              PIC X(50).
       01  WS-SIU-Hit                  PIC X.
      *> Volume test - a user is an outlier at or above the floor and
      *> above this multiple of their department peers' average.
       01  WS-Outlier-Multiple         PIC 9(3) VALUE 3.
       01  WS-Outlier-Floor            PIC 9(8) VALUE 50.
       01  WS-Peer-Average             PIC 9(9)V99.
       01  WS-Peer-Views               PIC 9(9).
       01  WS-Peer-Users               PIC 9(8).
       01  WS-Log-Count                PIC 9(9) VALUE 0.
       01  WS-Flag-Count               PIC 9(8) COMP VALUE 0.
       01  WS-Count-Disp               PIC ZZZZZZZZ9.
       01  WS-Average-Disp             PIC ZZZZZZZZ9.99.
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).

       01  WS-Flag-Line.
           05  FL-Flag                 PIC X(14).
           05  FILLER                  PIC X VALUE SPACE.
           05  FL-Access-Date          PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  FL-Access-Time          PIC X(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  FL-User-Id              PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  FL-Department           PIC X(12).
           05  FILLER                  PIC X VALUE SPACE.
           05  FL-Terminal-Id          PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  FL-Transaction-Id       PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  FL-Key-Type             PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  FL-Key-Value            PIC X(15).
           05  FILLER                  PIC X VALUE SPACE.
           05  FL-Viewed-Name          PIC X(40).

      *> The roster, then any user id met on the log that the roster
      *> does not carry, each with its view count for the period.
       01  UserViews.
           05  User-View-Count         PIC 9(8) COMP.
           05  UserViewRecord OCCURS 1 TO 20000 TIMES
                   DEPENDING ON User-View-Count
                   INDEXED BY UserViewIdx.
               10  UV-User-Id          PIC X(8).
               10  UV-Employee-Name    PIC X(50).
               10  UV-Department       PIC X(12).
               10  UV-View-Count       PIC 9(9).
      *> Department totals for the peer averages.
       01  DepartmentViews.
           05  Department-Count        PIC 9(4) COMP.
           05  DepartmentViewRecord OCCURS 1 TO 200 TIMES
                   DEPENDING ON Department-Count
                   INDEXED BY DepartmentViewIdx.
               10  DV-Department       PIC X(12).
               10  DV-View-Count       PIC 9(9).
               10  DV-User-Count       PIC 9(8).
      *> Claims under OPEN SIU investigation.
       01  OpenSIUCases.
           05  Open-SIU-Count          PIC 9(8) COMP.
           05  OpenSIURecord OCCURS 1 TO 20000 TIMES
                   DEPENDING ON Open-SIU-Count
                   INDEXED BY OpenSIUIdx.
               10  OS-Claim-Number     PIC X(10).
               10  OS-Policy-Number    PIC X(10).

       PROCEDURE DIVISION.
       Begin-Access-Log-Review.
           DISPLAY "Starting access log review..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           PERFORM Load-User-Roster
           PERFORM Load-Open-SIU-Cases

           OPEN INPUT POLICY-MASTER-FILE
           IF WS-Policy-Master-Status = "00"
               MOVE 'Y' TO WS-Policy-Master-Open
           END-IF
           OPEN INPUT Customer-Master-File
           IF WS-Customer-Master-Status = "00"
               MOVE 'Y' TO WS-Customer-Master-Open
           END-IF

           OPEN OUTPUT Audit-Report-File
           MOVE SPACES TO WS-Report-Line
           STRING "ONLINE ACCESS REVIEW - RUN " WS-Current-Month "/"
                   WS-Current-Day "/" WS-Current-Year
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE "FLAGGED VIEWS" TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE "FLAG           DATE     TIME   USER     DEPARTMENT   TE
      -        "RM TRAN KEY TYPE KEY             NAME ON RECORD"
               TO WS-Report-Line
           PERFORM Write-Report-Line

           PERFORM Review-Access-Log

           PERFORM Write-Volume-Section
           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE WS-Log-Count TO WS-Count-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "VIEWS REVIEWED: " WS-Count-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           CLOSE Audit-Report-File

           IF WS-Policy-Master-Open = 'Y'
               CLOSE POLICY-MASTER-FILE
           END-IF
           IF WS-Customer-Master-Open = 'Y'
               CLOSE Customer-Master-File
           END-IF
           DISPLAY "Access log review complete - " WS-Log-Count
               " views, " WS-Flag-Count " flagged."
           STOP RUN.

       Load-User-Roster.
           MOVE 0 TO User-View-Count
           OPEN INPUT User-Roster-File
           IF WS-User-Roster-Status NOT = "00"
               DISPLAY "AccessLogReview: no USER.ROSTER - every user "
                   "reports as NOT ROSTERED"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ User-Roster-File
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   AND User-View-Count < 20000
                   ADD 1 TO User-View-Count
                   MOVE UR-User-Id TO UV-User-Id(User-View-Count)
                   MOVE FUNCTION UPPER-CASE(UR-Employee-Name) TO
                       UV-Employee-Name(User-View-Count)
                   MOVE UR-Department TO
                       UV-Department(User-View-Count)
                   MOVE 0 TO UV-View-Count(User-View-Count)
               END-IF
           END-PERFORM
           CLOSE User-Roster-File.

       Load-Open-SIU-Cases.
           MOVE 0 TO Open-SIU-Count
           OPEN INPUT SIU-Case-File
           IF WS-SIU-Case-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ SIU-Case-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   AND SC-Case-Status = "OPEN"
                   AND Open-SIU-Count < 20000
                   ADD 1 TO Open-SIU-Count
                   MOVE SC-Claim-Number TO
                       OS-Claim-Number(Open-SIU-Count)
                   MOVE SC-Policy-Number TO
                       OS-Policy-Number(Open-SIU-Count)
               END-IF
           END-PERFORM
           CLOSE SIU-Case-File.

       Review-Access-Log.
           OPEN INPUT Access-Log-File
           IF WS-Access-Log-Status NOT = "00"
               DISPLAY "AccessLogReview: no ACCESS.LOG this run"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Access-Log-File
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   ADD 1 TO WS-Log-Count
                   PERFORM Review-One-View
               END-IF
           END-PERFORM
           CLOSE Access-Log-File.

       Review-One-View.
           PERFORM Find-User
           IF WS-User-Index = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO UV-View-Count(WS-User-Index)
           MOVE UV-Employee-Name(WS-User-Index) TO WS-Employee-Name
           MOVE SPACES TO WS-Viewed-Name

      *> Own-name lookups - the holder or customer on the record the
      *> user pulled up is the user.
           IF WS-Employee-Name NOT = SPACES
               EVALUATE AL-Key-Type
                   WHEN "POLICY"
                       PERFORM Get-Policy-Holder-Name
                       IF WS-Viewed-Name = WS-Employee-Name
                           MOVE "OWN POLICY" TO WS-Flag-Text
                           PERFORM Write-Flag-Line
                       END-IF
                   WHEN "CUSTOMER"
                       PERFORM Get-Customer-Name
                       IF WS-Viewed-Name = WS-Employee-Name
                           MOVE "OWN CUSTOMER" TO WS-Flag-Text
                           PERFORM Write-Flag-Line
                       END-IF
               END-EVALUATE
           END-IF

      *> Claims in SIU investigation are claims' and SIU's business
      *> only.
           IF UV-Department(WS-User-Index) NOT = "CLAIMS"
               AND UV-Department(WS-User-Index) NOT = "SIU"
               PERFORM Test-SIU-View
               IF WS-SIU-Hit = 'Y'
                   MOVE "SIU CLAIM VIEW" TO WS-Flag-Text
                   PERFORM Write-Flag-Line
               END-IF
           END-IF.

       Find-User.
           MOVE 0 TO WS-User-Index
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > User-View-Count
               IF UV-User-Id(WS-Scan-Index) = AL-User-Id
                   MOVE WS-Scan-Index TO WS-User-Index
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-User-Index = 0
               AND User-View-Count < 20000
               ADD 1 TO User-View-Count
               MOVE User-View-Count TO WS-User-Index
               MOVE AL-User-Id TO UV-User-Id(WS-User-Index)
               MOVE SPACES TO UV-Employee-Name(WS-User-Index)
               MOVE "NOT ROSTERED" TO UV-Department(WS-User-Index)
               MOVE 0 TO UV-View-Count(WS-User-Index)
           END-IF.

       Get-Policy-Holder-Name.
           IF WS-Policy-Master-Open = 'Y'
               MOVE AL-Key-Value TO
                   Policy-Number OF Policy-Master-Record
               READ POLICY-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-Policy-Master-Status = "00"
                   MOVE FUNCTION UPPER-CASE(
                       Policy-Holder-Name OF Policy-Master-Record)
                       TO WS-Viewed-Name
               END-IF
           END-IF.

       Get-Customer-Name.
           IF WS-Customer-Master-Open = 'Y'
               MOVE AL-Key-Value TO CU-Customer-Id
               READ Customer-Master-File
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-Customer-Master-Status = "00"
                   MOVE FUNCTION UPPER-CASE(CU-Customer-Name) TO
                       WS-Viewed-Name
               END-IF
           END-IF.

       Test-SIU-View.
      *> CNOT is keyed by claim; CINQ lists a policy's claims, so a
      *> CINQ view of a policy with an open SIU claim counts too.
           MOVE 'N' TO WS-SIU-Hit
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Open-SIU-Count
                   OR WS-SIU-Hit = 'Y'
               IF AL-Key-Type = "CLAIM"
                   AND AL-Key-Value = OS-Claim-Number(WS-Scan-Index)
                   MOVE 'Y' TO WS-SIU-Hit
               END-IF
               IF AL-Key-Type = "POLICY"
                   AND AL-Transaction-Id = "CINQ"
                   AND AL-Key-Value = OS-Policy-Number(WS-Scan-Index)
                   MOVE 'Y' TO WS-SIU-Hit
               END-IF
           END-PERFORM.

       Write-Flag-Line.
           MOVE WS-Flag-Text TO FL-Flag
           MOVE AL-Access-Date TO FL-Access-Date
           MOVE AL-Access-Time TO FL-Access-Time
           MOVE AL-User-Id TO FL-User-Id
           MOVE UV-Department(WS-User-Index) TO FL-Department
           MOVE AL-Terminal-Id TO FL-Terminal-Id
           MOVE AL-Transaction-Id TO FL-Transaction-Id
           MOVE AL-Key-Type TO FL-Key-Type
           MOVE AL-Key-Value TO FL-Key-Value
           MOVE WS-Viewed-Name TO FL-Viewed-Name
           MOVE WS-Flag-Line TO WS-Report-Line
           PERFORM Write-Report-Line
           ADD 1 TO WS-Flag-Count.

       Write-Volume-Section.
      *> Department totals first, then each user against the average
      *> of the OTHER users in their department - a lone user in a
      *> department has no peers to be measured against.
           MOVE 0 TO Department-Count
           PERFORM VARYING WS-User-Index FROM 1 BY 1
               UNTIL WS-User-Index > User-View-Count
               PERFORM Add-Department-Views
           END-PERFORM

           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE "VOLUME OUTLIERS AND UNROSTERED USERS" TO
               WS-Report-Line
           PERFORM Write-Report-Line
           PERFORM VARYING WS-User-Index FROM 1 BY 1
               UNTIL WS-User-Index > User-View-Count
               IF UV-View-Count(WS-User-Index) > 0
                   PERFORM Test-Volume-Outlier
               END-IF
           END-PERFORM.

       Add-Department-Views.
           IF UV-View-Count(WS-User-Index) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-Dept-Index
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Department-Count
               IF DV-Department(WS-Scan-Index) =
                       UV-Department(WS-User-Index)
                   MOVE WS-Scan-Index TO WS-Dept-Index
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Dept-Index = 0
               AND Department-Count < 200
               ADD 1 TO Department-Count
               MOVE Department-Count TO WS-Dept-Index
               MOVE UV-Department(WS-User-Index) TO
                   DV-Department(WS-Dept-Index)
               MOVE 0 TO DV-View-Count(WS-Dept-Index)
               MOVE 0 TO DV-User-Count(WS-Dept-Index)
           END-IF
           IF WS-Dept-Index > 0
               ADD UV-View-Count(WS-User-Index) TO
                   DV-View-Count(WS-Dept-Index)
               ADD 1 TO DV-User-Count(WS-Dept-Index)
           END-IF.

       Test-Volume-Outlier.
           MOVE SPACES TO WS-Flag-Text
           MOVE 0 TO WS-Peer-Average
           IF UV-Department(WS-User-Index) = "NOT ROSTERED"
               MOVE "NOT ROSTERED" TO WS-Flag-Text
           ELSE
               PERFORM VARYING WS-Scan-Index FROM 1 BY 1
                   UNTIL WS-Scan-Index > Department-Count
                   IF DV-Department(WS-Scan-Index) =
                           UV-Department(WS-User-Index)
                       MOVE WS-Scan-Index TO WS-Dept-Index
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF DV-User-Count(WS-Dept-Index) > 1
                   COMPUTE WS-Peer-Views =
                       DV-View-Count(WS-Dept-Index) -
                       UV-View-Count(WS-User-Index)
                   COMPUTE WS-Peer-Users =
                       DV-User-Count(WS-Dept-Index) - 1
                   COMPUTE WS-Peer-Average ROUNDED =
                       WS-Peer-Views / WS-Peer-Users
                   IF UV-View-Count(WS-User-Index) >=
                           WS-Outlier-Floor
                       AND UV-View-Count(WS-User-Index) >
                           WS-Peer-Average * WS-Outlier-Multiple
                       MOVE "VOLUME OUTLIER" TO WS-Flag-Text
                   END-IF
               END-IF
           END-IF
           IF WS-Flag-Text NOT = SPACES
               MOVE UV-View-Count(WS-User-Index) TO WS-Count-Disp
               MOVE WS-Peer-Average TO WS-Average-Disp
               MOVE SPACES TO WS-Report-Line
               STRING WS-Flag-Text " " UV-User-Id(WS-User-Index) " "
                       UV-Department(WS-User-Index) " VIEWS "
                       WS-Count-Disp " PEER AVERAGE " WS-Average-Disp
                   DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM Write-Report-Line
               ADD 1 TO WS-Flag-Count
           END-IF.

       Write-Report-Line.
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record.
