       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClaimSearchApply.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Works the industry claims database's match return onto our
      *> claims. Reads CLAIMSEARCH.MATCH - the detail FeedAcceptance
      *> published once the return proved out against its controls -
      *> and for each match:
      *> - writes it onto the claim's CLAIMS.NOTES diary (who matched,
      *> on what, and how many prior losses elsewhere), so the
      *> adjuster and the examiner see it on the claim itself;
      *> - keeps the match totals on CLAIMSEARCH.SUBMITTED, which
      *> Score-Fraud-Risk reads so the policy's next claim goes to
      *> review;
      *> - routes a claim still open in REVIEW to the Special
      *> Investigation Unit when the match reports enough prior
      *> losses, opening the SIU case the same way an examiner's SIU
      *> decision does in ReviewDisposition (row REVIEW -> SIU, case
      *> reserve left standing).
      *> A claim already decided only gets the diary note - the
      *> examiner can still reopen it. A match for a claim we never
      *> submitted goes to the exceptions report. Every match is
      *> listed on CLAIMSEARCH.RPT with what was done about it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Industry-Match-File ASSIGN TO "CLAIMSEARCH.MATCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Industry-Match-Status.
           COPY INDCLMQSEL.
           COPY CLMREGSEL.
           COPY SIUCASESEL.
           SELECT Match-Report-File ASSIGN TO "CLAIMSEARCH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Match-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Industry-Match-File.
           COPY INDCLMM.

       FD  Industry-Submit-File.
           COPY INDCLMQ.

       FD  Claims-Register-File.
           COPY CLMREGREC.

       FD  SIU-Case-File.
           COPY SIUCASE.

       FD  Match-Report-File.
       01  Report-Line-Record          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-Industry-Match-Status    PIC XX.
       01  WS-Industry-Submit-Status   PIC XX.
       01  WS-Claims-Register-Status   PIC XX.
       01  WS-SIU-Case-Status          PIC XX.
       01  WS-Match-Report-Status      PIC XX.
       01  WS-Program-Name             PIC X(20) VALUE
           "ClaimSearchApply".
       01  WS-Offending-Value          PIC X(15).
       01  WS-User-Id                  PIC X(8) VALUE "CLMSRCH".
       01  WS-Note-Text                PIC X(60).
       01  WS-Report-Line              PIC X(132).
       01  WS-Action                   PIC X(15).
       01  WS-End-Of-File              PIC X.
       01  WS-End-Of-Group             PIC X.
       01  WS-Review-Row-Found         PIC X.
      *> A match reporting at least this many prior losses at other
      *> carriers sends a claim still in REVIEW to SIU.
       01  WS-SIU-Prior-Losses         PIC 9(3) VALUE 3.
       01  WS-Match-Total              PIC 9(8) COMP VALUE 0.
       01  WS-Noted-Count              PIC 9(8) COMP VALUE 0.
       01  WS-SIU-Count                PIC 9(8) COMP VALUE 0.
       01  WS-Unknown-Count            PIC 9(8) COMP VALUE 0.
       01  WS-Prior-Disp               PIC ZZ9.
       01  WS-Amount-Disp              PIC ZZZZZZZZ9.99.
       01  WS-Count-Disp               PIC ZZZZZZZ9.
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Today-MDY                PIC X(10).

       PROCEDURE DIVISION.
       Begin-Claim-Search-Apply.
           DISPLAY "Starting industry claim-match apply..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO WS-Today-MDY

           OPEN INPUT Industry-Match-File
           IF WS-Industry-Match-Status NOT = "00"
               DISPLAY "ClaimSearchApply: no CLAIMSEARCH.MATCH this "
                   "run"
               STOP RUN
           END-IF

           OPEN I-O Industry-Submit-File
           IF WS-Industry-Submit-Status = "35"
               OPEN OUTPUT Industry-Submit-File
               CLOSE Industry-Submit-File
               OPEN I-O Industry-Submit-File
           END-IF
           OPEN I-O Claims-Register-File
           OPEN I-O SIU-Case-File
           IF WS-SIU-Case-Status = "35"
               OPEN OUTPUT SIU-Case-File
               CLOSE SIU-Case-File
               OPEN I-O SIU-Case-File
           END-IF

           OPEN OUTPUT Match-Report-File
           MOVE SPACES TO WS-Report-Line
           STRING "INDUSTRY CLAIMS-DATABASE MATCHES - " WS-Today-MDY
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           MOVE "CLAIM" TO WS-Report-Line(1:10)
           MOVE "BASIS" TO WS-Report-Line(12:10)
           MOVE "OTHER CARRIER" TO WS-Report-Line(23:20)
           MOVE "THEIR CLAIM" TO WS-Report-Line(44:15)
           MOVE "LOSS DATE" TO WS-Report-Line(60:10)
           MOVE "LOSS AMOUNT" TO WS-Report-Line(73:11)
           MOVE "PRIORS" TO WS-Report-Line(86:6)
           MOVE "ACTION" TO WS-Report-Line(94:15)
           PERFORM Write-Report-Line

           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Industry-Match-File
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   ADD 1 TO WS-Match-Total
                   PERFORM Apply-One-Match
                   PERFORM Write-Match-Line
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE WS-Match-Total TO WS-Count-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "MATCHES RECEIVED      " WS-Count-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE WS-SIU-Count TO WS-Count-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "REFERRED TO SIU       " WS-Count-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE WS-Unknown-Count TO WS-Count-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "NOT SUBMITTED BY US   " WS-Count-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           CLOSE Match-Report-File
           CLOSE SIU-Case-File
           CLOSE Claims-Register-File
           CLOSE Industry-Submit-File
           CLOSE Industry-Match-File
           DISPLAY "Industry claim-match apply complete - "
               WS-Noted-Count " noted, " WS-SIU-Count
               " referred to SIU, " WS-Unknown-Count " unknown."
           STOP RUN.

       Apply-One-Match.
           MOVE IM-Claim-Number TO IQ-Claim-Number
           READ Industry-Submit-File
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Industry-Submit-Status NOT = "00"
               MOVE "NOT SUBMITTED" TO WS-Action
               MOVE "NOT SUBMITTED" TO WS-Offending-Value
               CALL "WriteExceptionReport" USING IM-Claim-Number,
                   WS-Program-Name, WS-Offending-Value
               ADD 1 TO WS-Unknown-Count
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO IQ-Match-Count
           IF IM-Prior-Loss-Count > IQ-Prior-Loss-Count
               MOVE IM-Prior-Loss-Count TO IQ-Prior-Loss-Count
           END-IF
           MOVE IM-Match-Date TO IQ-Last-Match-Date
           REWRITE Industry-Submit-Record
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE IM-Prior-Loss-Count TO WS-Prior-Disp
           MOVE SPACES TO WS-Note-Text
           STRING "INDUSTRY MATCH " IM-Match-Basis " "
                   IM-Other-Carrier " PRIORS " WS-Prior-Disp
               DELIMITED BY SIZE INTO WS-Note-Text
           CALL "ClaimNote" USING IM-Claim-Number, WS-User-Id,
               WS-Note-Text
           MOVE "NOTED" TO WS-Action
           ADD 1 TO WS-Noted-Count

           IF IM-Prior-Loss-Count >= WS-SIU-Prior-Losses
               PERFORM Find-Review-Row
               IF WS-Review-Row-Found = 'Y'
                   PERFORM Refer-To-SIU
               END-IF
           END-IF.

       Find-Review-Row.
      *> Walk the claim's row group for the row still in REVIEW - a
      *> claim ClaimProcessing or ReviewDisposition has already
      *> decided, or one already with SIU, has none.
           MOVE 'N' TO WS-Review-Row-Found
           MOVE IM-Claim-Number TO CR-Claim-Number
           MOVE 0 TO CR-Row-Sequence
           START Claims-Register-File KEY NOT < CR-Register-Key
               INVALID KEY
                   CONTINUE
           END-START
           MOVE 'N' TO WS-End-Of-Group
           IF WS-Claims-Register-Status NOT = "00"
               MOVE 'Y' TO WS-End-Of-Group
           END-IF
           PERFORM UNTIL WS-End-Of-Group = 'Y'
               READ Claims-Register-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-Group
               END-READ
               IF WS-End-Of-Group = 'N'
                   IF CR-Claim-Number NOT = IM-Claim-Number
                       MOVE 'Y' TO WS-End-Of-Group
                   ELSE
                       IF CR-Claim-Status = "REVIEW"
                           MOVE 'Y' TO WS-Review-Row-Found
                           MOVE 'Y' TO WS-End-Of-Group
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       Refer-To-SIU.
      *> The row moves to SIU so ReviewDisposition's Find-Review-Row
      *> no longer offers it for APPROVE/DENY; SIUCaseClose brings it
      *> back to REVIEW once the investigation closes. The case
      *> reserve stays up meanwhile.
           MOVE "SIU" TO CR-Claim-Status
           MOVE WS-Today-MDY TO CR-Decision-Date
           REWRITE Claims-Register-Record
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE IM-Claim-Number TO SC-Claim-Number
           MOVE CR-Policy-Number OF Claims-Register-Record TO
               SC-Policy-Number
           MOVE WS-User-Id TO SC-Investigator-Id
           MOVE SPACES TO SC-Referral-Reason
           STRING "INDUSTRY MATCH - " WS-Prior-Disp
                   " PRIOR LOSSES"
               DELIMITED BY SIZE INTO SC-Referral-Reason
           MOVE WS-Today-MDY TO SC-Open-Date
           MOVE "OPEN" TO SC-Case-Status
           MOVE SPACES TO SC-Outcome
           MOVE SPACES TO SC-Close-Date
           WRITE SIU-Case-Record
               INVALID KEY
                   DISPLAY "ClaimSearchApply: SIU case exists for "
                       IM-Claim-Number
           END-WRITE

           MOVE SPACES TO WS-Note-Text
           STRING "REVIEW -> SIU: INDUSTRY MATCH " WS-Prior-Disp
                   " PRIOR LOSSES"
               DELIMITED BY SIZE INTO WS-Note-Text
           CALL "ClaimNote" USING IM-Claim-Number, WS-User-Id,
               WS-Note-Text
           MOVE "SIU REFERRED" TO WS-Action
           ADD 1 TO WS-SIU-Count.

       Write-Match-Line.
           MOVE SPACES TO WS-Report-Line
           MOVE IM-Claim-Number TO WS-Report-Line(1:10)
           MOVE IM-Match-Basis TO WS-Report-Line(12:10)
           MOVE IM-Other-Carrier TO WS-Report-Line(23:20)
           MOVE IM-Other-Claim-Ref TO WS-Report-Line(44:15)
           MOVE IM-Other-Loss-Date TO WS-Report-Line(60:10)
           MOVE IM-Other-Loss-Amount TO WS-Amount-Disp
           MOVE WS-Amount-Disp TO WS-Report-Line(72:12)
           MOVE IM-Prior-Loss-Count TO WS-Prior-Disp
           MOVE WS-Prior-Disp TO WS-Report-Line(89:3)
           MOVE WS-Action TO WS-Report-Line(94:15)
           PERFORM Write-Report-Line.

       Write-Report-Line.
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record.
