      *> cannot drown the comparison) and an out-of-balance prints
      *> loudly. Output: EXHIBIT.RPT print
      *> image and the EXHIBIT.EXTRACT flat file for the filing
      *> software. Each writing company files its own annual
      *> statement, so every cell, IBNR line and the GL tie-out are
      *> kept per company (register CR-Company-Code, posting
      *> GL-Company-Code, IBNR.CONTROL IC-Company-Code - blank on
      *> rows from before a second company existed reads as "01"),
      *> the report prints one exhibit per company and the extract
      *> rows carry the company for the filing software.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  IBNR-Control-Record.
           05  IC-Policy-Type         PIC X(15).
           05  IC-IBNR-Balance        PIC 9(13)V99.
           05  IC-Company-Code        PIC X(2).

       FD  Exhibit-Prior-File.
       01  Exhibit-Prior-Record.
           05  XP-Paid-Amount         PIC S9(13)V99.
           05  XP-Case-Amount         PIC S9(13)V99.
           05  XP-Incurred-Amount     PIC S9(13)V99.
           05  XP-Company-Code        PIC X(2).

       FD  Exhibit-Extract-File.
       01  Exhibit-Extract-Record.
           05  XE-Paid-Amount         PIC S9(13)V99.
           05  XE-Case-Amount         PIC S9(13)V99.
           05  XE-Incurred-Amount     PIC S9(13)V99.
           05  XE-Company-Code        PIC X(2).

       FD  Exhibit-Report-File.
       01  Report-Line-Record        PIC X(132).
       01  WS-Incurred-Disp            PIC -ZZZZZZZZZZZ9.99.
       01  WS-Devel-Disp               PIC -ZZZZZZZZZZZ9.99.
       01  WS-Diff-Disp                PIC -ZZZZZZZZZZZ9.99.
       01  WS-Row-Company-Code         PIC X(2).
       01  WS-Company-Index            PIC 9(4) COMP.
       01  WS-Company-Scan             PIC 9(4) COMP.
       01  WS-Cell-Index               PIC 9(4) COMP.

      *> One paid-loss tie-out per writing company.
       01  CompanyTies.
           05  Company-Tie-Count       PIC 9(4) COMP VALUE 0.
           05  CompanyTieRecord OCCURS 1 TO 20 TIMES
                   DEPENDING ON Company-Tie-Count.
               10  TC-Company-Code     PIC X(2).
               10  TC-Exhibit-Paid     PIC S9(13)V99.
               10  TC-GL-Claims-Net    PIC S9(13)V99.

      *> One exhibit cell per company/line/accident year.
       01  ExhibitCells.
           05  Exhibit-Cell-Count      PIC 9(4) COMP VALUE 0.
           05  ExhibitCellRecord OCCURS 1 TO 1000 TIMES
                   DEPENDING ON Exhibit-Cell-Count
                   INDEXED BY ExhibitCellIdx.
               10  XC-Company-Code     PIC X(2).
               10  XC-Policy-Type      PIC X(15).
               10  XC-Accident-Year    PIC 9(4).
               10  XC-Paid-Amount      PIC S9(13)V99.
                   MOVE 'Y' TO WS-Is-Paid-Row
               WHEN "REVIEW"
               WHEN "SIU"
               WHEN "CONTEST"
                   PERFORM Fetch-Open-Reserve
               WHEN OTHER
                   CONTINUE

           IF WS-Row-Amount NOT = 0
               MOVE CR-Date-of-Loss(7:4) TO WS-Accident-Year
               MOVE CR-Company-Code TO WS-Row-Company-Code
               IF WS-Row-Company-Code = SPACES
                   MOVE "01" TO WS-Row-Company-Code
               END-IF
               PERFORM Find-Company-Tie
               PERFORM Find-Exhibit-Cell
               IF WS-Matched-Index > 0
                   IF WS-Is-Paid-Row = 'Y'
                       ADD WS-Row-Amount TO XC-Paid-Amount OF
                           ExhibitCellRecord(WS-Matched-Index)
                       ADD WS-Row-Amount TO WS-Exhibit-Paid-Total
                       IF WS-Company-Index > 0
                           ADD WS-Row-Amount TO
                               TC-Exhibit-Paid(WS-Company-Index)
                       END-IF
                   ELSE
                       ADD WS-Row-Amount TO XC-Case-Amount OF
                           ExhibitCellRecord(WS-Matched-Index)
                   AND XC-Accident-Year OF
                       ExhibitCellRecord(WS-Scan-Index) =
                           WS-Accident-Year
                   AND XC-Company-Code OF
                       ExhibitCellRecord(WS-Scan-Index) =
                           WS-Row-Company-Code
                   MOVE WS-Scan-Index TO WS-Matched-Index
                   EXIT PERFORM
               END-IF
               MOVE Exhibit-Cell-Count TO WS-Matched-Index
               MOVE CR-Policy-Type TO XC-Policy-Type OF
                   ExhibitCellRecord(WS-Matched-Index)
               MOVE WS-Row-Company-Code TO XC-Company-Code OF
                   ExhibitCellRecord(WS-Matched-Index)
               MOVE WS-Accident-Year TO XC-Accident-Year OF
                   ExhibitCellRecord(WS-Matched-Index)
               MOVE 0 TO XC-Paid-Amount OF
                   ExhibitCellRecord(WS-Matched-Index)
           END-IF.

       Find-Company-Tie.
           MOVE 0 TO WS-Company-Index
           PERFORM VARYING WS-Company-Scan FROM 1 BY 1
               UNTIL WS-Company-Scan > Company-Tie-Count
               IF TC-Company-Code(WS-Company-Scan) =
                       WS-Row-Company-Code
                   MOVE WS-Company-Scan TO WS-Company-Index
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Company-Index = 0
               AND Company-Tie-Count < 20
               ADD 1 TO Company-Tie-Count
               MOVE Company-Tie-Count TO WS-Company-Index
               MOVE WS-Row-Company-Code TO
                   TC-Company-Code(WS-Company-Index)
               MOVE 0 TO TC-Exhibit-Paid(WS-Company-Index)
               MOVE 0 TO TC-GL-Claims-Net(WS-Company-Index)
           END-IF.

       Load-Prior-Exhibit.
           OPEN INPUT Exhibit-Prior-File
           IF WS-Exhibit-Prior-Status = "00"
           END-IF.

       Note-One-Prior-Cell.
           IF XP-Company-Code = SPACES
               MOVE "01" TO XP-Company-Code
           END-IF
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Exhibit-Cell-Count
               IF XC-Policy-Type OF ExhibitCellRecord(WS-Scan-Index)
                   AND XC-Accident-Year OF
                       ExhibitCellRecord(WS-Scan-Index) =
                           XP-Accident-Year
                   AND XC-Company-Code OF
                       ExhibitCellRecord(WS-Scan-Index) =
                           XP-Company-Code
                   MOVE XP-Incurred-Amount TO XC-Prior-Incurred OF
                       ExhibitCellRecord(WS-Scan-Index)
                   MOVE 'Y' TO XC-Prior-Found OF
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       PERFORM Tie-One-GL-Posting
                   END-IF
               END-PERFORM
               CLOSE GL-Posting-File
           END-IF.

       Tie-One-GL-Posting.
           MOVE 0 TO WS-Row-Amount
           EVALUATE TRUE
               WHEN GL-Description = "CLAIMS PAID"
                   AND GL-Debit-Credit = "D"
                   MOVE GL-Amount TO WS-Row-Amount
               WHEN GL-Description = "CLAIM ALAE EXPENSE"
                   AND GL-Debit-Credit = "D"
                   MOVE GL-Amount TO WS-Row-Amount
               WHEN GL-Description = "CLAIM RECOVERY"
                   AND GL-Debit-Credit = "C"
                   COMPUTE WS-Row-Amount = 0 - GL-Amount
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-Row-Amount NOT = 0
               ADD WS-Row-Amount TO WS-GL-Claims-Net
               MOVE GL-Company-Code TO WS-Row-Company-Code
               IF WS-Row-Company-Code = SPACES
                   MOVE "01" TO WS-Row-Company-Code
               END-IF
               PERFORM Find-Company-Tie
               IF WS-Company-Index > 0
                   ADD WS-Row-Amount TO
                       TC-GL-Claims-Net(WS-Company-Index)
               END-IF
           END-IF.

       Write-Exhibit.
           OPEN OUTPUT Exhibit-Report-File
           OPEN OUTPUT Exhibit-Extract-File

           IF Company-Tie-Count = 0
               MOVE 1 TO Company-Tie-Count
               MOVE "01" TO TC-Company-Code(1)
               MOVE 0 TO TC-Exhibit-Paid(1)
               MOVE 0 TO TC-GL-Claims-Net(1)
           END-IF

           PERFORM VARYING WS-Company-Index FROM 1 BY 1
               UNTIL WS-Company-Index > Company-Tie-Count
               PERFORM Write-Company-Exhibit
           END-PERFORM

           CLOSE Exhibit-Extract-File
           CLOSE Exhibit-Report-File.

       Write-Company-Exhibit.
           MOVE SPACES TO WS-Report-Line
           STRING "ACCIDENT-YEAR STATUTORY LOSS EXHIBIT - COMPANY "
                   TC-Company-Code(WS-Company-Index)
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE "TYPE            AY               PAID
      -    "   CASE          INCURRED       DEVELOPMENT" TO

           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Exhibit-Cell-Count
               IF XC-Company-Code OF ExhibitCellRecord(WS-Scan-Index)
                       = TC-Company-Code(WS-Company-Index)
                   PERFORM Write-One-Exhibit-Cell
               END-IF
           END-PERFORM

           PERFORM Write-IBNR-Lines
           PERFORM Write-GL-Tie-Out
           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line.

       Write-One-Exhibit-Cell.
           MOVE XC-Policy-Type OF ExhibitCellRecord(WS-Scan-Index)
               TO XE-Policy-Type
           MOVE XC-Company-Code OF ExhibitCellRecord(WS-Scan-Index)
               TO XE-Company-Code
           MOVE XC-Accident-Year OF ExhibitCellRecord(WS-Scan-Index)
               TO XE-Accident-Year
           MOVE XC-Paid-Amount OF ExhibitCellRecord(WS-Scan-Index)
                   READ IBNR-Control-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF IC-Company-Code = SPACES
                       MOVE "01" TO IC-Company-Code
                   END-IF
                   IF WS-End-Of-File = 'N'
                       AND IC-Company-Code =
                           TC-Company-Code(WS-Company-Index)
                       MOVE IC-IBNR-Balance TO WS-Incurred-Disp
                       MOVE SPACES TO WS-Report-Line
                       STRING IC-Policy-Type
           END-IF.

       Write-GL-Tie-Out.
           MOVE TC-Exhibit-Paid(WS-Company-Index) TO WS-Paid-Disp
           MOVE TC-GL-Claims-Net(WS-Company-Index) TO WS-Case-Disp
           COMPUTE WS-Difference =
               TC-Exhibit-Paid(WS-Company-Index) -
               TC-GL-Claims-Net(WS-Company-Index)
           MOVE WS-Difference TO WS-Diff-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "EXHIBIT PAID " WS-Paid-Disp
