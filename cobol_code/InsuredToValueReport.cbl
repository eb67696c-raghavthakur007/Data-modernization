       IDENTIFICATION DIVISION.
       PROGRAM-ID. InsuredToValueReport.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Monthly insured-to-value list for Underwriting (ITV.RPT) -
      *> every in-force policy carrying a coverage part whose limit is
      *> under the COINSURANCE.TABLE percentage of the policy's
      *> Property-Value, with the writing agent, the limit carried,
      *> the limit the coinsurance condition requires, and the
      *> shortfall. ClaimProcessing cuts the payment on a loss under
      *> such a part; this list is how the agent finds the home and
      *> gets the limit raised before there is one.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY POLMSSEL.
           SELECT Coinsurance-File ASSIGN TO "COINSURANCE.TABLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Coinsurance-Status.
           SELECT ITV-Report-File ASSIGN TO "ITV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITV-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER-FILE.
           COPY POLMSREC.

       FD  Coinsurance-File.
           COPY COINSREC.

       FD  ITV-Report-File.
       01  Report-Line-Record        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-Policy-Master-Status     PIC XX.
       01  WS-Coinsurance-Status       PIC XX.
       01  WS-ITV-Report-Status        PIC XX.
       01  WS-Report-Line              PIC X(132).
       01  WS-End-Of-File              PIC X.
       01  WS-Part-Index               PIC 9(4) COMP.
       01  WS-Coinsurance-Pct          PIC 9(3).
       01  WS-Required-Limit           PIC 9(9)V99.
       01  WS-Shortfall                PIC 9(9)V99.
       01  WS-Policy-Count             PIC 9(8) COMP VALUE 0.
       01  WS-Part-Count               PIC 9(8) COMP VALUE 0.
       01  WS-Last-Policy              PIC X(10) VALUE SPACES.
       01  WS-Total-Shortfall          PIC S9(13)V99 VALUE 0.
       COPY COINSTBL.
       01  WS-Amount-Disp              PIC ZZZZZZZZZZZZ9.99.
       01  WS-Pct-Disp                 PIC ZZ9.
       01  WS-Count-Disp               PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       Begin-ITV-Report.
           DISPLAY "Starting insured-to-value report..."
           PERFORM Load-Coinsurance-Table
           IF Coinsurance-Count = 0
               DISPLAY "InsuredToValueReport: no COINSURANCE.TABLE "
                   "rows - nothing to test"
               STOP RUN
           END-IF

           OPEN INPUT POLICY-MASTER-FILE
           IF WS-Policy-Master-Status NOT = "00"
               DISPLAY "InsuredToValueReport: no policy master"
               STOP RUN
           END-IF

           OPEN OUTPUT ITV-Report-File
           MOVE "INSURED-TO-VALUE - IN-FORCE PARTS UNDER COINSURANCE"
               TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           MOVE "POLICY" TO WS-Report-Line(1:10)
           MOVE "AGENT" TO WS-Report-Line(12:8)
           MOVE "PART" TO WS-Report-Line(21:10)
           MOVE "PROPERTY VALUE" TO WS-Report-Line(35:14)
           MOVE "PCT" TO WS-Report-Line(51:3)
           MOVE "LIMIT CARRIED" TO WS-Report-Line(59:13)
           MOVE "LIMIT REQUIRED" TO WS-Report-Line(75:14)
           MOVE "SHORTFALL" TO WS-Report-Line(96:9)
           PERFORM Write-Report-Line

           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ POLICY-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   AND Policy-Status OF Policy-Master-Record = "ACTIVE"
                   AND Property-Value OF Policy-Master-Record > 0
                   PERFORM VARYING WS-Part-Index FROM 1 BY 1
                       UNTIL WS-Part-Index >
                           Coverage-Part-Count OF Policy-Master-Record
                       PERFORM Test-One-Part
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE POLICY-MASTER-FILE

           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           MOVE WS-Policy-Count TO WS-Count-Disp
           STRING "POLICIES UNDER THRESHOLD: " WS-Count-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           MOVE WS-Part-Count TO WS-Count-Disp
           MOVE WS-Total-Shortfall TO WS-Amount-Disp
           STRING "PARTS UNDER THRESHOLD:    " WS-Count-Disp
                   "   TOTAL SHORTFALL: " WS-Amount-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           CLOSE ITV-Report-File
           DISPLAY "Insured-to-value report complete - "
               WS-Policy-Count " policies under threshold."
           STOP RUN.

       Load-Coinsurance-Table.
      *> Same table ClaimsIntake hands ClaimProcessing, so the list
      *> names exactly the parts a loss would be penalized on.
           MOVE 0 TO Coinsurance-Count
           OPEN INPUT Coinsurance-File
           IF WS-Coinsurance-Status = '00'
               PERFORM UNTIL WS-Coinsurance-Status NOT = '00'
                   READ Coinsurance-File
                       AT END MOVE '10' TO WS-Coinsurance-Status
                   END-READ
                   IF WS-Coinsurance-Status = '00'
                       ADD 1 TO Coinsurance-Count
                       MOVE Coinsurance-File-Record TO
                           CoinsuranceRecord(Coinsurance-Count)
                   END-IF
               END-PERFORM
               CLOSE Coinsurance-File
           END-IF.

       Test-One-Part.
      *> Same test ClaimProcessing's Test-Insured-To-Value runs at
      *> adjudication - the part's limit against the table
      *> percentage of Property-Value.
           MOVE 0 TO WS-Coinsurance-Pct
           PERFORM VARYING CoinsuranceIdx FROM 1 BY 1
               UNTIL CoinsuranceIdx > Coinsurance-Count
               IF CI-Policy-Type OF CoinsuranceRecord(CoinsuranceIdx) =
                       Policy-Type OF Policy-Master-Record
                   AND CI-Coverage-Part OF
                       CoinsuranceRecord(CoinsuranceIdx) =
                       CP-Part-Code OF
                           Policy-Master-Record(WS-Part-Index)
                   MOVE CI-Coinsurance-Pct OF
                       CoinsuranceRecord(CoinsuranceIdx) TO
                       WS-Coinsurance-Pct
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Coinsurance-Pct = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-Required-Limit ROUNDED =
               Property-Value OF Policy-Master-Record *
               WS-Coinsurance-Pct / 100
           IF CP-Limit OF Policy-Master-Record(WS-Part-Index) >=
                   WS-Required-Limit
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Shortfall = WS-Required-Limit -
               CP-Limit OF Policy-Master-Record(WS-Part-Index)
           ADD WS-Shortfall TO WS-Total-Shortfall
           ADD 1 TO WS-Part-Count
           IF Policy-Number OF Policy-Master-Record NOT =
                   WS-Last-Policy
               MOVE Policy-Number OF Policy-Master-Record TO
                   WS-Last-Policy
               ADD 1 TO WS-Policy-Count
           END-IF

           MOVE SPACES TO WS-Report-Line
           MOVE Policy-Number OF Policy-Master-Record TO
               WS-Report-Line(1:10)
           MOVE Agent-Code OF Policy-Master-Record TO
               WS-Report-Line(12:8)
           MOVE CP-Part-Code OF Policy-Master-Record(WS-Part-Index) TO
               WS-Report-Line(21:10)
           MOVE Property-Value OF Policy-Master-Record TO
               WS-Amount-Disp
           MOVE WS-Amount-Disp TO WS-Report-Line(33:16)
           MOVE WS-Coinsurance-Pct TO WS-Pct-Disp
           MOVE WS-Pct-Disp TO WS-Report-Line(51:3)
           MOVE CP-Limit OF Policy-Master-Record(WS-Part-Index) TO
               WS-Amount-Disp
           MOVE WS-Amount-Disp TO WS-Report-Line(56:16)
           MOVE WS-Required-Limit TO WS-Amount-Disp
           MOVE WS-Amount-Disp TO WS-Report-Line(73:16)
           MOVE WS-Shortfall TO WS-Amount-Disp
           MOVE WS-Amount-Disp TO WS-Report-Line(89:16)
           PERFORM Write-Report-Line.

       Write-Report-Line.
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record.
