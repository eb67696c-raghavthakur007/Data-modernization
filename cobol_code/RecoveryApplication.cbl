      *> via GLPost. A recovery that matches no paid claim, or exceeds
      *> what is left to recover, goes to the exceptions report
      *> instead of being silently swallowed.
      *> A SALVAGE recovery on a total-loss claim also closes out the
      *> claim's OPEN SALVAGE.EXPECTED row (RECEIVED, with what
      *> actually came in), so salvage that never sells stays visible.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Policy-Type-File ASSIGN TO "POLICY.TYPES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Policy-Type-File-Status.
           SELECT Salvage-Expected-File ASSIGN TO "SALVAGE.EXPECTED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Salvage-Expected-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Policy-Type-File.
           COPY POLTYPREC.

       FD  Salvage-Expected-File.
           COPY CLMSALV.

       WORKING-STORAGE SECTION.
       01  WS-Recovery-Intake-Status   PIC XX.
       01  WS-Claims-Register-Status   PIC XX.
       01  WS-Debit-Credit             PIC X.
       01  WS-GL-Reference             PIC X(15).
       01  WS-GL-Description           PIC X(30).
       01  WS-GL-Company-Code          PIC X(2).
       01  Cash-Clearing-Account       PIC X(10) VALUE "1000".
       01  CI-Claims-Account           PIC X(10) VALUE "6010".
       01  HI-Claims-Account           PIC X(10) VALUE "6020".
       01  LI-Claims-Account           PIC X(10) VALUE "6030".
       01  WS-Expense-Account          PIC X(10).
       01  WS-Policy-Type-File-Status  PIC XX.
       01  WS-Salvage-Expected-Status  PIC XX.
       01  WS-End-Of-File              PIC X.
       01  WS-Scan-Index               PIC 9(8) COMP.
       01  WS-Salvage-Row-Found        PIC X.
      *> SALVAGE.EXPECTED held whole for the run - flipping a row to
      *> RECEIVED means rewriting the file, the way CancellationRefund
      *> updates POLICY.CANCEL. Raw-image rows; SalvageRow is the
      *> field view of whichever row is being worked.
       01  SalvageFileTable.
           05  Salvage-Row-Count        PIC 9(8) COMP.
           05  Salvage-Row OCCURS 1 TO 100000 TIMES
                   DEPENDING ON Salvage-Row-Count
                   INDEXED BY SalvageRowIdx PIC X(100).
       COPY CLMSALV REPLACING Salvage-Expected-Record BY SalvageRow.
      *> Working copy of the original PAY row - the FD buffer cycles
      *> through the claim's whole row group during the keyed walk.
       COPY CLMREGREC REPLACING Claims-Register-Record BY RegisterRow.
       Begin-Recovery-Application.
           DISPLAY "Starting recovery application run..."
           PERFORM Load-Policy-Type-Table
           PERFORM Load-Salvage-Expected

           OPEN INPUT Recovery-Intake-File
           IF WS-Recovery-Intake-Status NOT = "00"
           CLOSE Recovery-Intake-File
           CLOSE Claims-Register-File
           CLOSE POLICY-MASTER-FILE
           IF Salvage-Row-Count > 0
               PERFORM Rewrite-Salvage-Expected
           END-IF
           DISPLAY "Recovery application run complete."
           STOP RUN.

                   PERFORM Write-Recovery-Register-Row
                   PERFORM Credit-Policy-Cumulative-Paid
                   PERFORM Post-Recovery-Credit
                   IF RY-Recovery-Type = "SALVAGE"
                       PERFORM Match-Expected-Salvage
                   END-IF
               ELSE
                   MOVE "FULLY RECOVERED" TO WS-Offending-Value
                   CALL "WriteExceptionReport" USING
               END-REWRITE
           END-IF.

       Load-Salvage-Expected.
           MOVE 0 TO Salvage-Row-Count
           OPEN INPUT Salvage-Expected-File
           IF WS-Salvage-Expected-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Salvage-Expected-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       ADD 1 TO Salvage-Row-Count
                       MOVE Salvage-Expected-Record TO
                           Salvage-Row(Salvage-Row-Count)
                   END-IF
               END-PERFORM
               CLOSE Salvage-Expected-File
           END-IF.

       Match-Expected-Salvage.
      *> The claim's OPEN expected-salvage row takes the amount that
      *> actually came in. A salvage recovery on a claim nobody opened
      *> a row for (a total loss settled by hand) is still applied
      *> above - it just has nothing to close here.
           MOVE 'N' TO WS-Salvage-Row-Found
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Salvage-Row-Count
               MOVE Salvage-Row(WS-Scan-Index) TO SalvageRow
               IF SV-Claim-Number OF SalvageRow = RY-Claim-Number
                   AND SV-Salvage-Status OF SalvageRow = "OPEN"
                   MOVE WS-Applied-Amount TO
                       SV-Received-Amount OF SalvageRow
                   MOVE RY-Recovery-Date TO
                       SV-Received-Date OF SalvageRow
                   MOVE "RECEIVED" TO SV-Salvage-Status OF SalvageRow
                   MOVE SalvageRow TO Salvage-Row(WS-Scan-Index)
                   MOVE 'Y' TO WS-Salvage-Row-Found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Salvage-Row-Found = 'N'
               MOVE "NO SALVAGE ROW" TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                   RY-Claim-Number, WS-Program-Name,
                   WS-Offending-Value
           END-IF.

       Rewrite-Salvage-Expected.
           OPEN OUTPUT Salvage-Expected-File
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Salvage-Row-Count
               MOVE Salvage-Row(WS-Scan-Index) TO
                   Salvage-Expected-Record
               WRITE Salvage-Expected-Record
           END-PERFORM
           CLOSE Salvage-Expected-File.

       Load-Policy-Type-Table.
      *> Line-of-business reference rows - the claims expense account
      *> per Policy-Type comes from here when a row exists, with the
               MOVE WS-Applied-Amount TO WS-GL-Amount
               MOVE RY-Claim-Number TO WS-GL-Reference
               MOVE "CLAIM RECOVERY" TO WS-GL-Description
               MOVE CR-Company-Code OF RegisterRow TO
                   WS-GL-Company-Code
               MOVE "D" TO WS-Debit-Credit
               CALL "GLPost" USING Cash-Clearing-Account,
                   WS-Debit-Credit, WS-GL-Amount,
                   WS-GL-Reference, WS-GL-Description,
                   WS-GL-Company-Code
               MOVE "C" TO WS-Debit-Credit
               CALL "GLPost" USING WS-Expense-Account,
                   WS-Debit-Credit, WS-GL-Amount,
                   WS-GL-Reference, WS-GL-Description,
                   WS-GL-Company-Code
           END-IF.
