      *> line's IBNR reserve account against its claims expense. The
      *> balance by line prints on IBNR.RPT alongside the open
      *> case-reserve position ReserveReport carries, so the
      *> actuaries see case plus IBNR in one place. Each writing
      *> company carries its own IBNR on its own books, so cells,
      *> line balances and the control position are all kept by
      *> company within line; the factors are the actuary's by line
      *> and serve both companies.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  IBNR-Control-Record.
           05  IC-Policy-Type         PIC X(15).
           05  IC-IBNR-Balance        PIC 9(13)V99.
      *> Rows written before a second company existed carry spaces
      *> here and are the original company's ("01").
           05  IC-Company-Code        PIC X(2).

       FD  IBNR-Report-File.
       01  Report-Line-Record        PIC X(132).
       01  WS-Debit-Credit             PIC X.
       01  WS-GL-Reference             PIC X(15).
       01  WS-GL-Description           PIC X(30).
       01  WS-GL-Company-Code          PIC X(2).
       01  WS-Row-Company-Code         PIC X(2).
       01  WS-Expense-Account          PIC X(10).
       01  WS-IBNR-Account             PIC X(10).
       01  WS-Balance-Disp             PIC ZZZZZZZZZZZZ9.99.
                   DEPENDING ON Incurred-Cell-Count
                   INDEXED BY IncurredCellIdx.
               10  IN-Policy-Type      PIC X(15).
               10  IN-Company-Code     PIC X(2).
               10  IN-Accident-YYYYMM  PIC 9(6).
               10  IN-Incurred-Amount  PIC S9(13)V99.

                   DEPENDING ON IBNR-Type-Count
                   INDEXED BY IBNRTypeIdx.
               10  IT-Policy-Type      PIC X(15).
               10  IT-Company-Code     PIC X(2).
               10  IT-New-IBNR         PIC S9(13)V99.
               10  IT-Prior-IBNR       PIC S9(13)V99.
               10  IT-Case-Reserves    PIC S9(13)V99.
                       0 - CR-Net-Payment-Amount
               WHEN "REVIEW"
               WHEN "SIU"
               WHEN "CONTEST"
                   PERFORM Fetch-Open-Reserve
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-Cell-Amount NOT = 0
               MOVE CR-Company-Code TO WS-Row-Company-Code
               IF WS-Row-Company-Code = SPACES
                   MOVE "01" TO WS-Row-Company-Code
               END-IF
               MOVE CR-Date-of-Loss(7:4) TO WS-Accident-YYYYMM(1:4)
               MOVE CR-Date-of-Loss(1:2) TO WS-Accident-YYYYMM(5:2)
               PERFORM Roll-Into-Cell
               IF IN-Policy-Type OF
                       IncurredCellRecord(WS-Scan-Index) =
                       CR-Policy-Type
                   AND IN-Company-Code OF
                       IncurredCellRecord(WS-Scan-Index) =
                           WS-Row-Company-Code
                   AND IN-Accident-YYYYMM OF
                       IncurredCellRecord(WS-Scan-Index) =
                           WS-Accident-YYYYMM
                   MOVE Incurred-Cell-Count TO WS-Matched-Index
                   MOVE CR-Policy-Type TO IN-Policy-Type OF
                       IncurredCellRecord(WS-Matched-Index)
                   MOVE WS-Row-Company-Code TO IN-Company-Code OF
                       IncurredCellRecord(WS-Matched-Index)
                   MOVE WS-Accident-YYYYMM TO IN-Accident-YYYYMM OF
                       IncurredCellRecord(WS-Matched-Index)
                   MOVE 0 TO IN-Incurred-Amount OF
               IF IT-Policy-Type OF IBNRTypeRecord(WS-Scan-Index) =
                       IN-Policy-Type OF
                           IncurredCellRecord(IncurredCellIdx)
                   AND IT-Company-Code OF
                       IBNRTypeRecord(WS-Scan-Index) =
                       IN-Company-Code OF
                           IncurredCellRecord(IncurredCellIdx)
                   MOVE WS-Scan-Index TO WS-Matched-Index
                   EXIT PERFORM
               END-IF
                       IncurredCellRecord(IncurredCellIdx) TO
                       IT-Policy-Type OF
                           IBNRTypeRecord(WS-Matched-Index)
                   MOVE IN-Company-Code OF
                       IncurredCellRecord(IncurredCellIdx) TO
                       IT-Company-Code OF
                           IBNRTypeRecord(WS-Matched-Index)
                   MOVE 0 TO IT-New-IBNR OF
                       IBNRTypeRecord(WS-Matched-Index)
                   MOVE 0 TO IT-Prior-IBNR OF
           END-IF.

       Note-One-Prior-Balance.
           IF IC-Company-Code = SPACES
               MOVE "01" TO IC-Company-Code
           END-IF
           MOVE 0 TO WS-Matched-Index
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > IBNR-Type-Count
               IF IT-Policy-Type OF IBNRTypeRecord(WS-Scan-Index) =
                       IC-Policy-Type
                   AND IT-Company-Code OF
                       IBNRTypeRecord(WS-Scan-Index) = IC-Company-Code
                   MOVE WS-Scan-Index TO WS-Matched-Index
                   EXIT PERFORM
               END-IF
               MOVE IBNR-Type-Count TO WS-Matched-Index
               MOVE IC-Policy-Type TO IT-Policy-Type OF
                   IBNRTypeRecord(WS-Matched-Index)
               MOVE IC-Company-Code TO IT-Company-Code OF
                   IBNRTypeRecord(WS-Matched-Index)
               MOVE 0 TO IT-New-IBNR OF
                   IBNRTypeRecord(WS-Matched-Index)
               MOVE 0 TO IT-Prior-IBNR OF
                   END-READ
                   IF WS-End-Of-File = 'N'
                       AND RV-Reserve-Status = "OPEN"
                       MOVE RV-Company-Code TO WS-Row-Company-Code
                       IF WS-Row-Company-Code = SPACES
                           MOVE "01" TO WS-Row-Company-Code
                       END-IF
                       PERFORM VARYING WS-Scan-Index FROM 1 BY 1
                           UNTIL WS-Scan-Index > IBNR-Type-Count
                           IF IT-Policy-Type OF
                                   IBNRTypeRecord(WS-Scan-Index) =
                                   RV-Policy-Type
                               AND IT-Company-Code OF
                                   IBNRTypeRecord(WS-Scan-Index) =
                                   WS-Row-Company-Code
                               ADD RV-Reserve-Amount TO
                                   IT-Case-Reserves OF
                                   IBNRTypeRecord(WS-Scan-Index)
           END-PERFORM.

       Post-One-Type-Movement.
           MOVE IT-Company-Code OF IBNRTypeRecord(WS-Scan-Index) TO
               WS-GL-Company-Code
           EVALUATE IT-Policy-Type OF IBNRTypeRecord(WS-Scan-Index)
               WHEN "CAR_INSURANCE"
                   MOVE "6010" TO WS-Expense-Account
                   MOVE "D" TO WS-Debit-Credit
                   CALL "GLPost" USING WS-Expense-Account,
                       WS-Debit-Credit, WS-GL-Amount,
                       WS-GL-Reference, WS-GL-Description,
                       WS-GL-Company-Code
                   MOVE "C" TO WS-Debit-Credit
                   CALL "GLPost" USING WS-IBNR-Account,
                       WS-Debit-Credit, WS-GL-Amount,
                       WS-GL-Reference, WS-GL-Description,
                       WS-GL-Company-Code
               ELSE
                   COMPUTE WS-GL-Amount = 0 - WS-Movement
                   MOVE "D" TO WS-Debit-Credit
                   CALL "GLPost" USING WS-IBNR-Account,
                       WS-Debit-Credit, WS-GL-Amount,
                       WS-GL-Reference, WS-GL-Description,
                       WS-GL-Company-Code
                   MOVE "C" TO WS-Debit-Credit
                   CALL "GLPost" USING WS-Expense-Account,
                       WS-Debit-Credit, WS-GL-Amount,
                       WS-GL-Reference, WS-GL-Description,
                       WS-GL-Company-Code
               END-IF
           END-IF.

               UNTIL WS-Scan-Index > IBNR-Type-Count
               MOVE IT-Policy-Type OF IBNRTypeRecord(WS-Scan-Index)
                   TO IC-Policy-Type
               MOVE IT-Company-Code OF IBNRTypeRecord(WS-Scan-Index)
                   TO IC-Company-Code
               MOVE IT-New-IBNR OF IBNRTypeRecord(WS-Scan-Index) TO
                   IC-IBNR-Balance
               WRITE IBNR-Control-Record

       Write-IBNR-Report.
           OPEN OUTPUT IBNR-Report-File
           MOVE "IBNR RESERVE POSITION BY COMPANY AND LINE" TO
               WS-Report-Line
           PERFORM Write-Report-Line
           MOVE "CO  POLICY TYPE          CASE RESERVES       IBNR BA
      -    "LANCE" TO WS-Report-Line
           PERFORM Write-Report-Line

           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               MOVE IT-New-IBNR OF IBNRTypeRecord(WS-Scan-Index) TO
                   WS-Balance-Disp
               MOVE SPACES TO WS-Report-Line
               STRING IT-Company-Code OF
                       IBNRTypeRecord(WS-Scan-Index) "  "
                       IT-Policy-Type OF
                       IBNRTypeRecord(WS-Scan-Index)
                       "  " WS-Case-Disp "  " WS-Balance-Disp
                   DELIMITED BY SIZE INTO WS-Report-Line
