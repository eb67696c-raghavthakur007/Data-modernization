      *> TRIALBAL.CONTROL card, defaulting to the current month.
      *> RETURN-CODE 0 means in balance, 8 means out of balance, so
      *> the release job's COND logic can hold the ledger load
      *> automatically. Each writing company keeps its own books on
      *> the shared feed, so the proof is made company by company -
      *> one section per company, each with its own totals and
      *> balance line - and any one company out of balance holds the
      *> release. Lines posted before a second company existed carry
      *> no company and prove with "01".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  WS-Current-Day    PIC 9(2).
       01  WS-Debit-Disp               PIC ZZZZZZZZZZZZ9.99.
       01  WS-Credit-Disp              PIC ZZZZZZZZZZZZ9.99.
       01  WS-Posting-Company-Code     PIC X(2).
       01  WS-Company-Index            PIC 9(4) COMP.
       01  WS-Any-Out-Of-Balance       PIC X VALUE 'N'.

      *> One slot per writing company seen in the period.
       01  CompanyTotals.
           05  Company-Total-Count     PIC 9(4) COMP VALUE 0.
           05  CompanyTotalRecord OCCURS 1 TO 20 TIMES
                   DEPENDING ON Company-Total-Count.
               10  CT-Company-Code         PIC X(2).
               10  CT-Debit-Total          PIC 9(13)V99.
               10  CT-Credit-Total         PIC 9(13)V99.

      *> One slot per GL account seen in the period, within company.
       01  AccountTotals.
           05  Account-Total-Count     PIC 9(4) COMP.
           05  AccountTotalRecord OCCURS 1 TO 500 TIMES
                   DEPENDING ON Account-Total-Count
                   INDEXED BY AccountTotalIdx.
               10  AT-Company-Code         PIC X(2).
               10  AT-Account-Code         PIC X(10).
               10  AT-Debit-Total          PIC 9(13)V99.
               10  AT-Credit-Total         PIC 9(13)V99.
           PERFORM Accumulate-Period-Postings
           PERFORM Write-Trial-Balance-Report
           IF WS-Total-Debits = WS-Total-Credits
               AND WS-Any-Out-Of-Balance = 'N'
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

       Accumulate-One-Posting.
           MOVE GL-Company-Code TO WS-Posting-Company-Code
           IF WS-Posting-Company-Code = SPACES
               MOVE "01" TO WS-Posting-Company-Code
           END-IF
           PERFORM Accumulate-Company-Total

           MOVE 0 TO WS-Matched-Index
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Account-Total-Count
               IF AT-Account-Code OF
                       AccountTotalRecord(WS-Scan-Index) =
                       GL-Account-Code
                   AND AT-Company-Code OF
                       AccountTotalRecord(WS-Scan-Index) =
                       WS-Posting-Company-Code
                   MOVE WS-Scan-Index TO WS-Matched-Index
                   EXIT PERFORM
               END-IF
               MOVE Account-Total-Count TO WS-Matched-Index
               MOVE GL-Account-Code TO AT-Account-Code OF
                   AccountTotalRecord(WS-Matched-Index)
               MOVE WS-Posting-Company-Code TO AT-Company-Code OF
                   AccountTotalRecord(WS-Matched-Index)
               MOVE 0 TO AT-Debit-Total OF
                   AccountTotalRecord(WS-Matched-Index)
               MOVE 0 TO AT-Credit-Total OF
               ADD GL-Amount TO WS-Total-Credits
           END-IF.

       Accumulate-Company-Total.
           MOVE 0 TO WS-Company-Index
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Company-Total-Count
               IF CT-Company-Code(WS-Scan-Index) =
                       WS-Posting-Company-Code
                   MOVE WS-Scan-Index TO WS-Company-Index
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Company-Index = 0
               AND Company-Total-Count < 20
               ADD 1 TO Company-Total-Count
               MOVE Company-Total-Count TO WS-Company-Index
               MOVE WS-Posting-Company-Code TO
                   CT-Company-Code(WS-Company-Index)
               MOVE 0 TO CT-Debit-Total(WS-Company-Index)
               MOVE 0 TO CT-Credit-Total(WS-Company-Index)
           END-IF
           IF WS-Company-Index > 0
               IF GL-Debit-Credit = "D"
                   ADD GL-Amount TO CT-Debit-Total(WS-Company-Index)
               ELSE
                   ADD GL-Amount TO CT-Credit-Total(WS-Company-Index)
               END-IF
           END-IF.

       Write-Trial-Balance-Report.
           OPEN OUTPUT TB-Report-File

               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           PERFORM VARYING WS-Company-Index FROM 1 BY 1
               UNTIL WS-Company-Index > Company-Total-Count
               PERFORM Write-Company-Section
           END-PERFORM

           MOVE WS-Total-Debits TO WS-Debit-Disp
           MOVE WS-Total-Credits TO WS-Credit-Disp
           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           STRING "ALL CO     " WS-Debit-Disp "  " WS-Credit-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           MOVE SPACES TO WS-Report-Line
           IF WS-Total-Debits = WS-Total-Credits
               AND WS-Any-Out-Of-Balance = 'N'
               STRING "PERIOD IN BALANCE - RELEASE TO LEDGER"
                   DELIMITED BY SIZE INTO WS-Report-Line
           ELSE

           CLOSE TB-Report-File.

       Write-Company-Section.
           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           STRING "WRITING COMPANY " CT-Company-Code(WS-Company-Index)
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           MOVE SPACES TO WS-Report-Line
           STRING "ACCOUNT            DEBITS            CREDITS"
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Account-Total-Count
               IF AT-Company-Code OF
                       AccountTotalRecord(WS-Scan-Index) =
                       CT-Company-Code(WS-Company-Index)
                   MOVE AT-Debit-Total OF
                       AccountTotalRecord(WS-Scan-Index) TO
                       WS-Debit-Disp
                   MOVE AT-Credit-Total OF
                       AccountTotalRecord(WS-Scan-Index) TO
                       WS-Credit-Disp
                   MOVE SPACES TO WS-Report-Line
                   STRING AT-Account-Code OF
                           AccountTotalRecord(WS-Scan-Index)
                           " " WS-Debit-Disp "  " WS-Credit-Disp
                       DELIMITED BY SIZE INTO WS-Report-Line
                   PERFORM Write-Report-Line
               END-IF
           END-PERFORM

           MOVE CT-Debit-Total(WS-Company-Index) TO WS-Debit-Disp
           MOVE CT-Credit-Total(WS-Company-Index) TO WS-Credit-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "TOTALS     " WS-Debit-Disp "  " WS-Credit-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           MOVE SPACES TO WS-Report-Line
           IF CT-Debit-Total(WS-Company-Index) =
                   CT-Credit-Total(WS-Company-Index)
               STRING "COMPANY " CT-Company-Code(WS-Company-Index)
                       " IN BALANCE"
                   DELIMITED BY SIZE INTO WS-Report-Line
           ELSE
               MOVE 'Y' TO WS-Any-Out-Of-Balance
               STRING "COMPANY " CT-Company-Code(WS-Company-Index)
                       " OUT OF BALANCE"
                   DELIMITED BY SIZE INTO WS-Report-Line
           END-IF
           PERFORM Write-Report-Line.

       Write-Report-Line.
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record.
