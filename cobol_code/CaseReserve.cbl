      *> expense account and credits its loss-reserve liability
      *> account, a RELEASE reverses that pair - so Finance sees
      *> incurred-but-unpaid losses on the ledger, not just paid ones.
      *> Mode ADJUST (RepairEstimateApply, as each new appraisal
      *> estimate arrives) moves the claim's reserve to the amount
      *> handed in and posts only the difference - up like a SET,
      *> down like a RELEASE - opening the row if the claim had none.
      *> Modes HOLDBACK and HBRELEASE carry the recoverable
      *> depreciation held on a HOME claim paid at actual cash value.
      *> That balance lives on CLAIMS.HOLDBACK, not here - a PAY claim
      *> can still have a case reserve of its own reopened later - so
      *> these post only the ledger movement: HOLDBACK (ClaimProcessing,
      *> when the holdback opens) like a SET, HBRELEASE
      *> (HoldbackRelease, as it is paid out or expires) like a
      *> RELEASE, for the amount handed in.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  WS-Current-Day    PIC 9(2).
       01  WS-Today-MDY                 PIC X(10).
       01  WS-Movement-Amount           PIC 9(11)V99.
       01  WS-Prior-Reserve             PIC 9(9)V99.

      *> Loss-reserve liability accounts by Policy-Type, alongside the
      *> same per-line claims expense accounts GLExtract posts paid
       01  WS-Debit-Credit       PIC X.
       01  WS-GL-Reference       PIC X(15).
       01  WS-GL-Description     PIC X(30).
       01  WS-GL-Company-Code    PIC X(2).
       01  WS-Holdback-Movement  PIC X VALUE 'N'.
       01  WS-Policy-Type-File-Status PIC XX.
       COPY POLTYPTBL.

       01  LK-Policy-Number       PIC X(10).
       01  LK-Policy-Type         PIC X(15).
       01  LK-Reserve-Amount      PIC 9(9)V99.
       01  LK-Company-Code        PIC X(2).

       PROCEDURE DIVISION USING LK-Reserve-Mode, LK-Claim-Number,
               LK-Policy-Number, LK-Policy-Type, LK-Reserve-Amount,
               LK-Company-Code.
       Begin-Case-Reserve.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   PERFORM Set-Case-Reserve
               WHEN "RELEASE"
                   PERFORM Release-Case-Reserve
               WHEN "ADJUST"
                   PERFORM Adjust-Case-Reserve
               WHEN "HOLDBACK"
                   PERFORM Set-Holdback-Reserve
               WHEN "HBRELEASE"
                   PERFORM Release-Holdback-Reserve
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
               MOVE "OPEN" TO RV-Reserve-Status
               MOVE WS-Today-MDY TO RV-Set-Date
               MOVE SPACES TO RV-Release-Date
               MOVE LK-Company-Code TO RV-Company-Code

               WRITE Claims-Reserve-Record
                   INVALID KEY
               CLOSE Claims-Reserve-File

               MOVE LK-Reserve-Amount TO WS-Movement-Amount
               MOVE LK-Company-Code TO WS-GL-Company-Code
               PERFORM Post-Reserve-Set
           END-IF.

               IF WS-Claims-Reserve-Status = "00"
                   AND RV-Reserve-Status = "OPEN"
                   MOVE RV-Reserve-Amount TO WS-Movement-Amount
                   MOVE RV-Company-Code TO WS-GL-Company-Code
                   IF WS-GL-Company-Code = SPACES
                       MOVE LK-Company-Code TO WS-GL-Company-Code
                   END-IF
                   MOVE "RELEASED" TO RV-Reserve-Status
                   MOVE WS-Today-MDY TO RV-Release-Date
                   REWRITE Claims-Reserve-Record
               END-IF
           END-IF.

       Adjust-Case-Reserve.
           OPEN I-O Claims-Reserve-File
           IF WS-Claims-Reserve-Status = "35"
               OPEN OUTPUT Claims-Reserve-File
               CLOSE Claims-Reserve-File
               OPEN I-O Claims-Reserve-File
           END-IF

           MOVE 0 TO WS-Prior-Reserve
           MOVE LK-Claim-Number TO RV-Claim-Number
           READ Claims-Reserve-File
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Claims-Reserve-Status = "00"
               IF RV-Reserve-Status = "OPEN"
                   MOVE RV-Reserve-Amount TO WS-Prior-Reserve
               END-IF
           ELSE
               MOVE LK-Claim-Number TO RV-Claim-Number
               MOVE SPACES TO RV-Release-Date
           END-IF

           MOVE LK-Policy-Number TO RV-Policy-Number
           MOVE LK-Policy-Type TO RV-Policy-Type
           MOVE LK-Reserve-Amount TO RV-Reserve-Amount
           MOVE LK-Company-Code TO RV-Company-Code
           MOVE WS-Today-MDY TO RV-Set-Date
           IF LK-Reserve-Amount > 0
               MOVE "OPEN" TO RV-Reserve-Status
               MOVE SPACES TO RV-Release-Date
           ELSE
               MOVE "RELEASED" TO RV-Reserve-Status
               MOVE WS-Today-MDY TO RV-Release-Date
           END-IF
           IF WS-Claims-Reserve-Status = "00"
               REWRITE Claims-Reserve-Record
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               IF LK-Reserve-Amount > 0
                   WRITE Claims-Reserve-Record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-IF
           CLOSE Claims-Reserve-File

           MOVE LK-Company-Code TO WS-GL-Company-Code
           IF LK-Reserve-Amount > WS-Prior-Reserve
               COMPUTE WS-Movement-Amount =
                   LK-Reserve-Amount - WS-Prior-Reserve
               PERFORM Post-Reserve-Set
           ELSE
               IF LK-Reserve-Amount < WS-Prior-Reserve
                   COMPUTE WS-Movement-Amount =
                       WS-Prior-Reserve - LK-Reserve-Amount
                   PERFORM Post-Reserve-Release
               END-IF
           END-IF.

       Set-Holdback-Reserve.
           IF LK-Reserve-Amount > 0
               MOVE 'Y' TO WS-Holdback-Movement
               MOVE LK-Reserve-Amount TO WS-Movement-Amount
               MOVE LK-Company-Code TO WS-GL-Company-Code
               PERFORM Post-Reserve-Set
               MOVE 'N' TO WS-Holdback-Movement
           END-IF.

       Release-Holdback-Reserve.
           IF LK-Reserve-Amount > 0
               MOVE 'Y' TO WS-Holdback-Movement
               MOVE LK-Reserve-Amount TO WS-Movement-Amount
               MOVE LK-Company-Code TO WS-GL-Company-Code
               PERFORM Post-Reserve-Release
               MOVE 'N' TO WS-Holdback-Movement
           END-IF.

       Set-Reserve-Accounts.
      *> Accounts come from the POLICY.TYPES reference table when a
      *> row exists for the line - a fourth line of business reserves
           IF WS-Expense-Account NOT = SPACES
               MOVE LK-Claim-Number TO WS-GL-Reference
               MOVE "D" TO WS-Debit-Credit
               IF WS-Holdback-Movement = 'Y'
                   MOVE "RC HOLDBACK RESERVE SET" TO WS-GL-Description
               ELSE
                   MOVE "CASE RESERVE SET" TO WS-GL-Description
               END-IF
               CALL "GLPost" USING WS-Expense-Account,
                   WS-Debit-Credit, WS-Movement-Amount,
                   WS-GL-Reference, WS-GL-Description,
                   WS-GL-Company-Code
               MOVE "C" TO WS-Debit-Credit
               CALL "GLPost" USING WS-Reserve-Account,
                   WS-Debit-Credit, WS-Movement-Amount,
                   WS-GL-Reference, WS-GL-Description,
                   WS-GL-Company-Code
           END-IF.

       Post-Reserve-Release.
           IF WS-Expense-Account NOT = SPACES
               MOVE LK-Claim-Number TO WS-GL-Reference
               MOVE "D" TO WS-Debit-Credit
               IF WS-Holdback-Movement = 'Y'
                   MOVE "RC HOLDBACK RESERVE RELEASED" TO
                       WS-GL-Description
               ELSE
                   MOVE "CASE RESERVE RELEASED" TO WS-GL-Description
               END-IF
               CALL "GLPost" USING WS-Reserve-Account,
                   WS-Debit-Credit, WS-Movement-Amount,
                   WS-GL-Reference, WS-GL-Description,
                   WS-GL-Company-Code
               MOVE "C" TO WS-Debit-Credit
               CALL "GLPost" USING WS-Expense-Account,
                   WS-Debit-Credit, WS-Movement-Amount,
                   WS-GL-Reference, WS-GL-Description,
                   WS-GL-Company-Code
           END-IF.
