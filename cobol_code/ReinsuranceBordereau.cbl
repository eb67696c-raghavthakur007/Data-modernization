      *> copy (BORDEREAU.CONTROLCOPY) carrying record counts alongside
      *> the money totals. The reporting period (YYYYMM) comes from
      *> the BORDEREAU.CONTROL card, defaulting to the current month.
      *> Each cession is split across the panel of the REINS.TREATY
      *> row it was ceded under, at each reinsurer's share, and each
      *> recovery row already names its reinsurer, so the reinsurer
      *> copy is one statement per reinsurer; the control copy
      *> carries the whole-book summary by line ahead of the same
      *> statements. Each writing company has its own treaties and
      *> its own reinsurers' statements, so the whole bordereau -
      *> summary, statements and control counts - is produced once
      *> per company found in the period (RC-/RR-Company-Code; rows
      *> from before a second company existed carry spaces and are
      *> the original company's, "01"), one after the other in both
      *> copies.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Control-Copy-File ASSIGN TO "BORDEREAU.CONTROLCOPY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Control-Copy-Status.
           SELECT Reins-Treaty-File ASSIGN TO "REINS.TREATY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reins-Treaty-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Control-Copy-File.
       01  Control-Line-Record       PIC X(132).

       FD  Reins-Treaty-File.
           COPY TRTYREC.

       WORKING-STORAGE SECTION.
       01  WS-Reinsurance-Ceded-Status     PIC XX.
       01  WS-Reinsurance-Recovery-Status  PIC XX.
       01  WS-Bordereau-Control-Status     PIC XX.
       01  WS-Reinsurer-Copy-Status        PIC XX.
       01  WS-Control-Copy-Status          PIC XX.
       01  WS-Reins-Treaty-Status          PIC XX.
       01  WS-Report-Line                  PIC X(132).
       01  WS-End-Of-File                  PIC X.
       01  WS-Row-Period                   PIC X(6).
               10  PC-Cession-Type         PIC X(15).
               10  PC-Cession-Amount       PIC 9(9)V99.
               10  PC-Cession-Premium      PIC 9(9)V99.
               10  PC-Cession-Treaty       PIC X(10).
       COPY TRTYTBL.
      *> Each reinsurer's share by line - CAR, HOME, LIFE, and any
      *> other (the per-event XOL rows). A blank id collects what no
      *> treaty panel covers.
       01  ReinsurerTotals.
           05  Reinsurer-Total-Count   PIC 9(4) COMP VALUE 0.
           05  ReinsurerTotalRow OCCURS 1 TO 100 TIMES
                   DEPENDING ON Reinsurer-Total-Count.
               10  RI-Reinsurer-Id     PIC X(8).
               10  RI-Reinsurer-Name   PIC X(30).
               10  RI-Line-Total OCCURS 4 TIMES.
                   15  RI-Ceded-Amount     PIC 9(13)V99.
                   15  RI-Ceded-Premium    PIC 9(13)V99.
                   15  RI-Ceded-Losses     PIC 9(13)V99.
       01  WS-Matched-Treaty   PIC 9(4) COMP.
       01  WS-Panel-Index      PIC 9(4) COMP.
       01  WS-Panel-Count      PIC 9(4) COMP.
       01  WS-Line-Index       PIC 9(4) COMP.
       01  WS-Reinsurer-Index  PIC 9(4) COMP.
       01  WS-Slot-Index       PIC 9(4) COMP.
       01  WS-Name-Index       PIC 9(4) COMP.
       01  WS-Reinsurer-Id     PIC X(8).
       01  WS-Reinsurer-Name   PIC X(30).
       01  WS-Share-Amount     PIC 9(9)V99.
       01  WS-Share-Premium    PIC 9(9)V99.
       01  WS-Allocated-Amount  PIC 9(9)V99.
       01  WS-Allocated-Premium PIC 9(9)V99.
       01  WS-Statement-Amount  PIC 9(13)V99.
       01  WS-Statement-Premium PIC 9(13)V99.
       01  WS-Statement-Losses  PIC 9(13)V99.
       01  WS-Line-Label       PIC X(16).
       01  WS-Amount-Disp      PIC ZZZZZZZZZZZZ9.99.
       01  WS-Amount-Disp-2    PIC ZZZZZZZZZZZZ9.99.
       01  WS-Amount-Disp-3    PIC ZZZZZZZZZZZZ9.99.
       01  WS-Count-Disp       PIC ZZZZZZZ9.
       01  WS-Bordereau-Company PIC X(2).
       01  WS-Row-Company-Code PIC X(2).
       01  WS-Company-Index    PIC 9(4) COMP.
       01  WS-Company-Scan     PIC 9(4) COMP.
       01  WS-Company-Match    PIC 9(4) COMP.

      *> Writing companies with cession or recovery rows in the
      *> period - one bordereau each.
       01  BordereauCompanies.
           05  Bordereau-Company-Count PIC 9(4) COMP VALUE 0.
           05  BC-Company-Code OCCURS 20 TIMES PIC X(2).

       PROCEDURE DIVISION.
       Begin-Bordereau.
               DELIMITED BY SIZE INTO WS-Run-Identifier

           PERFORM Load-Bordereau-Period
           PERFORM Load-Treaty-Table
           PERFORM Collect-Bordereau-Companies
           OPEN OUTPUT Reinsurer-Copy-File
           OPEN OUTPUT Control-Copy-File
           PERFORM VARYING WS-Company-Index FROM 1 BY 1
               UNTIL WS-Company-Index > Bordereau-Company-Count
               MOVE BC-Company-Code(WS-Company-Index) TO
                   WS-Bordereau-Company
               PERFORM Reset-Bordereau-Totals
               PERFORM Collect-Latest-Cessions
               PERFORM Total-Collected-Cessions
               PERFORM Accumulate-Ceded-Losses
               PERFORM Write-Both-Copies
           END-PERFORM
           CLOSE Reinsurer-Copy-File
           CLOSE Control-Copy-File
           DISPLAY "Reinsurance bordereau complete for period "
               BD-Period "."
           STOP RUN.
               CLOSE Bordereau-Control-File
           END-IF.

       Load-Treaty-Table.
           MOVE 0 TO Treaty-Count
           OPEN INPUT Reins-Treaty-File
           IF WS-Reins-Treaty-Status = '00'
               PERFORM UNTIL WS-Reins-Treaty-Status NOT = '00'
                   READ Reins-Treaty-File
                       AT END MOVE '10' TO WS-Reins-Treaty-Status
                   END-READ
                   IF WS-Reins-Treaty-Status = '00'
                       AND Treaty-Count < 200
                       ADD 1 TO Treaty-Count
                       MOVE Reins-Treaty-File-Record TO
                           ReinsTreatyRecord(Treaty-Count)
                   END-IF
               END-PERFORM
               CLOSE Reins-Treaty-File
           END-IF.

       Collect-Bordereau-Companies.
           MOVE 0 TO Bordereau-Company-Count
           OPEN INPUT Reinsurance-Ceded-File
           IF WS-Reinsurance-Ceded-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Reinsurance-Ceded-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       STRING RC-Cession-Date(7:4)
                               RC-Cession-Date(1:2)
                           DELIMITED BY SIZE INTO WS-Row-Period
                       IF WS-Row-Period = BD-Period
                           AND RC-Ceded-Amount > 0
                           MOVE RC-Company-Code TO WS-Row-Company-Code
                           PERFORM Note-Bordereau-Company
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE Reinsurance-Ceded-File
           END-IF

           OPEN INPUT Reinsurance-Recovery-File
           IF WS-Reinsurance-Recovery-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Reinsurance-Recovery-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       STRING RR-Billing-Date(7:4)
                               RR-Billing-Date(1:2)
                           DELIMITED BY SIZE INTO WS-Row-Period
                       IF WS-Row-Period = BD-Period
                           AND RR-Fac-Certificate-Id = SPACES
                           MOVE RR-Company-Code TO WS-Row-Company-Code
                           PERFORM Note-Bordereau-Company
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE Reinsurance-Recovery-File
           END-IF

      *> A quiet month still gets the original company's (empty)
      *> bordereau, as it always has.
           IF Bordereau-Company-Count = 0
               MOVE 1 TO Bordereau-Company-Count
               MOVE "01" TO BC-Company-Code(1)
           END-IF.

       Note-Bordereau-Company.
           IF WS-Row-Company-Code = SPACES
               MOVE "01" TO WS-Row-Company-Code
           END-IF
           MOVE 0 TO WS-Company-Match
           PERFORM VARYING WS-Company-Scan FROM 1 BY 1
               UNTIL WS-Company-Scan > Bordereau-Company-Count
               IF BC-Company-Code(WS-Company-Scan) =
                       WS-Row-Company-Code
                   MOVE WS-Company-Scan TO WS-Company-Match
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Company-Match = 0
               AND Bordereau-Company-Count < 20
               ADD 1 TO Bordereau-Company-Count
               MOVE WS-Row-Company-Code TO
                   BC-Company-Code(Bordereau-Company-Count)
           END-IF.

       Reset-Bordereau-Totals.
           MOVE 0 TO CI-Ceded-Amount, HI-Ceded-Amount,
               LI-Ceded-Amount
           MOVE 0 TO CI-Ceded-Premium, HI-Ceded-Premium,
               LI-Ceded-Premium
           MOVE 0 TO CI-Ceded-Losses, HI-Ceded-Losses,
               LI-Ceded-Losses
           MOVE 0 TO Total-Ceded-Amount, Total-Ceded-Premium,
               Total-Ceded-Losses
           MOVE 0 TO WS-Cession-Count, WS-Recovery-Count
           MOVE 0 TO Policy-Cession-Count
           MOVE 0 TO Reinsurer-Total-Count.

       Collect-Latest-Cessions.
           OPEN INPUT Reinsurance-Ceded-File
           IF WS-Reinsurance-Ceded-Status = "00"
                       STRING RC-Cession-Date(7:4)
                               RC-Cession-Date(1:2)
                           DELIMITED BY SIZE INTO WS-Row-Period
                       MOVE RC-Company-Code TO WS-Row-Company-Code
                       IF WS-Row-Company-Code = SPACES
                           MOVE "01" TO WS-Row-Company-Code
                       END-IF
                       IF WS-Row-Period = BD-Period
                           AND RC-Ceded-Amount > 0
                           AND WS-Row-Company-Code =
                               WS-Bordereau-Company
                           PERFORM Keep-Latest-Cession
                       END-IF
                   END-IF
           MOVE RC-Ceded-Amount TO PC-Cession-Amount OF
               PolicyCessionRecord(WS-Matched-Index)
           MOVE RC-Ceded-Premium TO PC-Cession-Premium OF
               PolicyCessionRecord(WS-Matched-Index)
           MOVE RC-Treaty-Id TO PC-Cession-Treaty OF
               PolicyCessionRecord(WS-Matched-Index).

       Total-Collected-Cessions.
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM Allocate-Cession-To-Panel
           END-PERFORM.

       Allocate-Cession-To-Panel.
      *> Each panel reinsurer takes its percentage share of the
      *> cession; the last one takes the rounding remainder so the
      *> statements foot to the book total.
           MOVE PC-Cession-Type OF PolicyCessionRecord(WS-Scan-Index)
               TO WS-Line-Label
           PERFORM Set-Line-Index
           MOVE 0 TO WS-Matched-Treaty
           PERFORM VARYING TreatyIdx FROM 1 BY 1
               UNTIL TreatyIdx > Treaty-Count
               IF TR-Treaty-Id OF ReinsTreatyRecord(TreatyIdx) =
                       PC-Cession-Treaty OF
                           PolicyCessionRecord(WS-Scan-Index)
                   AND PC-Cession-Treaty OF
                       PolicyCessionRecord(WS-Scan-Index) NOT = SPACES
                   SET WS-Matched-Treaty TO TreatyIdx
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE 0 TO WS-Panel-Count
           IF WS-Matched-Treaty NOT = 0
               MOVE TR-Reinsurer-Count OF
                   ReinsTreatyRecord(WS-Matched-Treaty) TO
                   WS-Panel-Count
               IF WS-Panel-Count > 10
                   MOVE 10 TO WS-Panel-Count
               END-IF
           END-IF

           IF WS-Panel-Count = 0
               MOVE SPACES TO WS-Reinsurer-Id
               MOVE PC-Cession-Amount OF
                   PolicyCessionRecord(WS-Scan-Index) TO
                   WS-Share-Amount
               MOVE PC-Cession-Premium OF
                   PolicyCessionRecord(WS-Scan-Index) TO
                   WS-Share-Premium
               PERFORM Find-Reinsurer-Slot
               ADD WS-Share-Amount TO RI-Ceded-Amount
                   (WS-Reinsurer-Index, WS-Line-Index)
               ADD WS-Share-Premium TO RI-Ceded-Premium
                   (WS-Reinsurer-Index, WS-Line-Index)
           ELSE
               MOVE 0 TO WS-Allocated-Amount
               MOVE 0 TO WS-Allocated-Premium
               PERFORM VARYING WS-Panel-Index FROM 1 BY 1
                   UNTIL WS-Panel-Index > WS-Panel-Count
                   MOVE TR-Reinsurer-Id OF ReinsTreatyRecord
                       (WS-Matched-Treaty, WS-Panel-Index) TO
                       WS-Reinsurer-Id
                   IF WS-Panel-Index = WS-Panel-Count
                       COMPUTE WS-Share-Amount =
                           PC-Cession-Amount OF
                               PolicyCessionRecord(WS-Scan-Index) -
                           WS-Allocated-Amount
                       COMPUTE WS-Share-Premium =
                           PC-Cession-Premium OF
                               PolicyCessionRecord(WS-Scan-Index) -
                           WS-Allocated-Premium
                   ELSE
                       COMPUTE WS-Share-Amount ROUNDED =
                           PC-Cession-Amount OF
                               PolicyCessionRecord(WS-Scan-Index) *
                           TR-Share-Percent OF ReinsTreatyRecord
                               (WS-Matched-Treaty, WS-Panel-Index)
                           / 100
                       COMPUTE WS-Share-Premium ROUNDED =
                           PC-Cession-Premium OF
                               PolicyCessionRecord(WS-Scan-Index) *
                           TR-Share-Percent OF ReinsTreatyRecord
                               (WS-Matched-Treaty, WS-Panel-Index)
                           / 100
                       ADD WS-Share-Amount TO WS-Allocated-Amount
                       ADD WS-Share-Premium TO WS-Allocated-Premium
                   END-IF
                   PERFORM Find-Reinsurer-Slot
                   ADD WS-Share-Amount TO RI-Ceded-Amount
                       (WS-Reinsurer-Index, WS-Line-Index)
                   ADD WS-Share-Premium TO RI-Ceded-Premium
                       (WS-Reinsurer-Index, WS-Line-Index)
               END-PERFORM
           END-IF.

       Set-Line-Index.
           EVALUATE WS-Line-Label
               WHEN "CAR_INSURANCE"
                   MOVE 1 TO WS-Line-Index
               WHEN "HOME_INSURANCE"
                   MOVE 2 TO WS-Line-Index
               WHEN "LIFE_INSURANCE"
                   MOVE 3 TO WS-Line-Index
               WHEN OTHER
                   MOVE 4 TO WS-Line-Index
           END-EVALUATE.

       Find-Reinsurer-Slot.
      *> The reinsurer's row in ReinsurerTotals, opened on first
      *> sight with its name off whichever treaty panel carries it.
           MOVE 0 TO WS-Reinsurer-Index
           PERFORM VARYING WS-Slot-Index FROM 1 BY 1
               UNTIL WS-Slot-Index > Reinsurer-Total-Count
               IF RI-Reinsurer-Id(WS-Slot-Index) = WS-Reinsurer-Id
                   MOVE WS-Slot-Index TO WS-Reinsurer-Index
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Reinsurer-Index = 0
               AND Reinsurer-Total-Count < 100
               PERFORM Lookup-Reinsurer-Name
               ADD 1 TO Reinsurer-Total-Count
               MOVE Reinsurer-Total-Count TO WS-Reinsurer-Index
               MOVE WS-Reinsurer-Id TO
                   RI-Reinsurer-Id(WS-Reinsurer-Index)
               MOVE WS-Reinsurer-Name TO
                   RI-Reinsurer-Name(WS-Reinsurer-Index)
               PERFORM VARYING WS-Slot-Index FROM 1 BY 1
                   UNTIL WS-Slot-Index > 4
                   MOVE 0 TO RI-Ceded-Amount
                       (WS-Reinsurer-Index, WS-Slot-Index)
                   MOVE 0 TO RI-Ceded-Premium
                       (WS-Reinsurer-Index, WS-Slot-Index)
                   MOVE 0 TO RI-Ceded-Losses
                       (WS-Reinsurer-Index, WS-Slot-Index)
               END-PERFORM
           END-IF
      *> A full table folds the overflow into the last row rather
      *> than dropping money off the statements.
           IF WS-Reinsurer-Index = 0
               MOVE Reinsurer-Total-Count TO WS-Reinsurer-Index
           END-IF.

       Lookup-Reinsurer-Name.
           IF WS-Reinsurer-Id = SPACES
               MOVE "UNALLOCATED / CAT XOL" TO WS-Reinsurer-Name
           ELSE
               MOVE "NOT ON TREATY MASTER" TO WS-Reinsurer-Name
               PERFORM VARYING TreatyIdx FROM 1 BY 1
                   UNTIL TreatyIdx > Treaty-Count
                   PERFORM VARYING WS-Name-Index FROM 1 BY 1
                       UNTIL WS-Name-Index > 10
                       IF TR-Reinsurer-Id OF ReinsTreatyRecord
                               (TreatyIdx, WS-Name-Index) =
                               WS-Reinsurer-Id
                           MOVE TR-Reinsurer-Name OF ReinsTreatyRecord
                               (TreatyIdx, WS-Name-Index) TO
                               WS-Reinsurer-Name
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       Accumulate-Ceded-Losses.
           OPEN INPUT Reinsurance-Recovery-File
           IF WS-Reinsurance-Recovery-Status = "00"
                       STRING RR-Billing-Date(7:4)
                               RR-Billing-Date(1:2)
                           DELIMITED BY SIZE INTO WS-Row-Period
                       MOVE RR-Company-Code TO WS-Row-Company-Code
                       IF WS-Row-Company-Code = SPACES
                           MOVE "01" TO WS-Row-Company-Code
                       END-IF
      *> Facultative billings settle certificate by certificate and
      *> stay off the treaty bordereau.
                       IF WS-Row-Period = BD-Period
                           AND RR-Fac-Certificate-Id = SPACES
                           AND WS-Row-Company-Code =
                               WS-Bordereau-Company
                           ADD 1 TO WS-Recovery-Count
                           ADD RR-Recoverable-Amount TO
                               Total-Ceded-Losses
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                           MOVE RR-Reinsurer-Id TO WS-Reinsurer-Id
                           MOVE RR-Policy-Type TO WS-Line-Label
                           PERFORM Set-Line-Index
                           PERFORM Find-Reinsurer-Slot
                           ADD RR-Recoverable-Amount TO RI-Ceded-Losses
                               (WS-Reinsurer-Index, WS-Line-Index)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       Write-Both-Copies.
      *> Whole-book summary by line - the control copy only; each
      *> reinsurer sees just its own statement below.
           MOVE SPACES TO WS-Report-Line
           STRING "REINSURANCE BORDEREAU - COMPANY "
                   WS-Bordereau-Company
                   "  PERIOD " BD-Period
                   "  RUN DATE: " WS-Run-Date
                   "  RUN ID: " WS-Run-Identifier
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Control-Line

           MOVE SPACES TO WS-Report-Line
           STRING "TREATY/LINE       CEDED EXPOSURE     "
                   "CEDED PREMIUM      CEDED LOSSES"
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Control-Line

           MOVE CI-Ceded-Amount TO WS-Amount-Disp
           MOVE CI-Ceded-Premium TO WS-Amount-Disp-2
           STRING "CAR_INSURANCE   " WS-Amount-Disp " "
                   WS-Amount-Disp-2 " " WS-Amount-Disp-3
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Control-Line

           MOVE HI-Ceded-Amount TO WS-Amount-Disp
           MOVE HI-Ceded-Premium TO WS-Amount-Disp-2
           STRING "HOME_INSURANCE  " WS-Amount-Disp " "
                   WS-Amount-Disp-2 " " WS-Amount-Disp-3
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Control-Line

           MOVE LI-Ceded-Amount TO WS-Amount-Disp
           MOVE LI-Ceded-Premium TO WS-Amount-Disp-2
           STRING "LIFE_INSURANCE  " WS-Amount-Disp " "
                   WS-Amount-Disp-2 " " WS-Amount-Disp-3
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Control-Line

           MOVE Total-Ceded-Amount TO WS-Amount-Disp
           MOVE Total-Ceded-Premium TO WS-Amount-Disp-2
           STRING "PERIOD TOTAL    " WS-Amount-Disp " "
                   WS-Amount-Disp-2 " " WS-Amount-Disp-3
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Control-Line

           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Control-Line

           PERFORM VARYING WS-Reinsurer-Index FROM 1 BY 1
               UNTIL WS-Reinsurer-Index > Reinsurer-Total-Count
               PERFORM Write-Reinsurer-Statement
           END-PERFORM

      *> Control totals only the internal copy carries - the record
      *> counts the spreadsheet never proved.
               DELIMITED BY SIZE INTO WS-Report-Line
           MOVE WS-Report-Line TO Control-Line-Record
           WRITE Control-Line-Record
           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Control-Line.

       Write-Reinsurer-Statement.
      *> One statement per reinsurer, same columns as the book
      *> summary: its share of the period's cessions and the
      *> recoveries billed to it, by line.
           MOVE SPACES TO WS-Report-Line
           STRING "REINSURANCE BORDEREAU - REINSURER "
                   RI-Reinsurer-Id(WS-Reinsurer-Index) " "
                   RI-Reinsurer-Name(WS-Reinsurer-Index)
                   "  COMPANY " WS-Bordereau-Company
                   "  PERIOD " BD-Period
                   "  RUN DATE: " WS-Run-Date
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Both-Lines

           MOVE SPACES TO WS-Report-Line
           STRING "TREATY/LINE       CEDED EXPOSURE     "
                   "CEDED PREMIUM      CEDED LOSSES"
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Both-Lines

           MOVE 0 TO WS-Statement-Amount
           MOVE 0 TO WS-Statement-Premium
           MOVE 0 TO WS-Statement-Losses
           PERFORM VARYING WS-Line-Index FROM 1 BY 1
               UNTIL WS-Line-Index > 4
               EVALUATE WS-Line-Index
                   WHEN 1
                       MOVE "CAR_INSURANCE   " TO WS-Line-Label
                   WHEN 2
                       MOVE "HOME_INSURANCE  " TO WS-Line-Label
                   WHEN 3
                       MOVE "LIFE_INSURANCE  " TO WS-Line-Label
                   WHEN OTHER
                       MOVE "CAT EVENT/OTHER " TO WS-Line-Label
               END-EVALUATE
               ADD RI-Ceded-Amount(WS-Reinsurer-Index, WS-Line-Index)
                   TO WS-Statement-Amount
               ADD RI-Ceded-Premium(WS-Reinsurer-Index, WS-Line-Index)
                   TO WS-Statement-Premium
               ADD RI-Ceded-Losses(WS-Reinsurer-Index, WS-Line-Index)
                   TO WS-Statement-Losses
               MOVE RI-Ceded-Amount(WS-Reinsurer-Index, WS-Line-Index)
                   TO WS-Amount-Disp
               MOVE RI-Ceded-Premium(WS-Reinsurer-Index, WS-Line-Index)
                   TO WS-Amount-Disp-2
               MOVE RI-Ceded-Losses(WS-Reinsurer-Index, WS-Line-Index)
                   TO WS-Amount-Disp-3
               MOVE SPACES TO WS-Report-Line
               STRING WS-Line-Label WS-Amount-Disp " "
                       WS-Amount-Disp-2 " " WS-Amount-Disp-3
                   DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM Write-Both-Lines
           END-PERFORM

           MOVE WS-Statement-Amount TO WS-Amount-Disp
           MOVE WS-Statement-Premium TO WS-Amount-Disp-2
           MOVE WS-Statement-Losses TO WS-Amount-Disp-3
           MOVE SPACES TO WS-Report-Line
           STRING "STATEMENT TOTAL " WS-Amount-Disp " "
                   WS-Amount-Disp-2 " " WS-Amount-Disp-3
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Both-Lines
           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Both-Lines.

       Write-Control-Line.
           MOVE WS-Report-Line TO Control-Line-Record
           WRITE Control-Line-Record.

       Write-Both-Lines.
           MOVE WS-Report-Line TO Reinsurer-Line-Record
