       IDENTIFICATION DIVISION.
       PROGRAM-ID. CatMoratoriumCheck.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Shared catastrophe binding-moratorium screen, owned the same
      *> way WatchlistScreening owns SCREENING.LOG. When a hurricane
      *> watch goes up the CAT desk posts a CAT.MORATORIUM row against
      *> the CAT.EVENT event; every new policy NewBusinessIssuance
      *> writes (QuoteConversion's included) and every coverage raise
      *> or deductible cut PolicyEndorsement is handed is screened
      *> here against the risk's state, ZIP and Policy-Type as of
      *> today. A hit comes back with the reason, and - when the
      *> caller names a hold type - the held item is recorded PENDING
      *> on CAT.HOLDS for CatMoratoriumRelease to hand to the
      *> underwriters once the moratorium lifts. A blank hold type
      *> screens only (the release run re-screening a held item).
      *> Both reference files are small and desk-maintained, so they
      *> are re-read per call rather than held in a passed table.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAT-Moratorium-File ASSIGN TO "CAT.MORATORIUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-Moratorium-Status.
           SELECT CAT-Event-File ASSIGN TO "CAT.EVENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-Event-Status.
           SELECT CAT-Hold-File ASSIGN TO "CAT.HOLDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-Hold-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CAT-Moratorium-File.
           COPY CATMORAT.

       FD  CAT-Event-File.
           COPY CATEVT.

       FD  CAT-Hold-File.
           COPY CATHOLD.

       WORKING-STORAGE SECTION.
       01  WS-CAT-Moratorium-Status    PIC XX.
       01  WS-CAT-Event-Status         PIC XX.
       01  WS-CAT-Hold-Status          PIC XX.
       01  WS-End-Of-File              PIC X.
       01  WS-Row-Covers               PIC X.
       01  WS-List-Blank               PIC X.
       01  WS-List-Hit                 PIC X.
       01  WS-List-Index               PIC 9(4) COMP.
       01  WS-Prefix-Length            PIC 9(4) COMP.
       01  WS-Hit-Event-Code           PIC X(6).
       01  WS-Hit-Event-Name           PIC X(30).
       01  WS-Today-YYYYMMDD           PIC 9(8).
       01  WS-Start-YYYYMMDD           PIC 9(8).
       01  WS-End-YYYYMMDD             PIC 9(8).
       01  WS-Today-MDY                PIC X(10).
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).

       LINKAGE SECTION.
       01  LK-Hold-Type           PIC X(8).
       01  LK-Policy-Number       PIC X(10).
       01  LK-State-Code          PIC X(2).
       01  LK-Zip-Code            PIC X(10).
       01  LK-Policy-Type         PIC X(15).
       01  LK-Held-Transaction    PIC X(130).
       01  LK-Hold-Flag           PIC X.
       01  LK-Hold-Reason         PIC X(40).

       PROCEDURE DIVISION USING LK-Hold-Type, LK-Policy-Number,
               LK-State-Code, LK-Zip-Code, LK-Policy-Type,
               LK-Held-Transaction, LK-Hold-Flag, LK-Hold-Reason.
       Begin-Moratorium-Check.
           MOVE 'N' TO LK-Hold-Flag
           MOVE SPACES TO LK-Hold-Reason
           MOVE SPACES TO WS-Hit-Event-Code
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           MOVE WS-Current-Date TO WS-Today-YYYYMMDD
           MOVE SPACES TO WS-Today-MDY
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO WS-Today-MDY

           OPEN INPUT CAT-Moratorium-File
           IF WS-CAT-Moratorium-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ CAT-Moratorium-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       AND CM-Event-Code NOT = SPACES
                       PERFORM Test-One-Moratorium
                       IF WS-Row-Covers = 'Y'
                           MOVE 'Y' TO LK-Hold-Flag
                           MOVE CM-Event-Code TO WS-Hit-Event-Code
                           MOVE 'Y' TO WS-End-Of-File
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CAT-Moratorium-File
           END-IF

           IF LK-Hold-Flag = 'Y'
               PERFORM Find-Event-Name
               STRING "CAT MORATORIUM " WS-Hit-Event-Code " "
                       WS-Hit-Event-Name
                   DELIMITED BY SIZE INTO LK-Hold-Reason
               IF LK-Hold-Type NOT = SPACES
                   PERFORM Write-Hold-Record
               END-IF
           END-IF
           EXIT PROGRAM.

       Test-One-Moratorium.
      *> In force from the start date through the end date - the day
      *> after, the row no longer covers anything and the moratorium
      *> has lifted without anyone touching the file.
           MOVE 'N' TO WS-Row-Covers
           MOVE CM-Start-Date(7:4) TO WS-Start-YYYYMMDD(1:4)
           MOVE CM-Start-Date(1:2) TO WS-Start-YYYYMMDD(5:2)
           MOVE CM-Start-Date(4:2) TO WS-Start-YYYYMMDD(7:2)
           IF WS-Today-YYYYMMDD < WS-Start-YYYYMMDD
               EXIT PARAGRAPH
           END-IF
           IF CM-End-Date NOT = SPACES
               MOVE CM-End-Date(7:4) TO WS-End-YYYYMMDD(1:4)
               MOVE CM-End-Date(1:2) TO WS-End-YYYYMMDD(5:2)
               MOVE CM-End-Date(4:2) TO WS-End-YYYYMMDD(7:2)
               IF WS-Today-YYYYMMDD > WS-End-YYYYMMDD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 'Y' TO WS-List-Blank
           MOVE 'N' TO WS-List-Hit
           PERFORM VARYING WS-List-Index FROM 1 BY 1
               UNTIL WS-List-Index > 10
               IF CM-State-Code(WS-List-Index) NOT = SPACES
                   MOVE 'N' TO WS-List-Blank
                   IF CM-State-Code(WS-List-Index) = LK-State-Code
                       MOVE 'Y' TO WS-List-Hit
                   END-IF
               END-IF
           END-PERFORM
           IF WS-List-Blank = 'N' AND WS-List-Hit = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-List-Blank
           MOVE 'N' TO WS-List-Hit
           PERFORM VARYING WS-List-Index FROM 1 BY 1
               UNTIL WS-List-Index > 20
               IF CM-Zip-Prefix(WS-List-Index) NOT = SPACES
                   MOVE 'N' TO WS-List-Blank
                   MOVE 0 TO WS-Prefix-Length
                   INSPECT CM-Zip-Prefix(WS-List-Index)
                       TALLYING WS-Prefix-Length
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF LK-Zip-Code(1:WS-Prefix-Length) =
                           CM-Zip-Prefix(WS-List-Index)
                               (1:WS-Prefix-Length)
                       MOVE 'Y' TO WS-List-Hit
                   END-IF
               END-IF
           END-PERFORM
           IF WS-List-Blank = 'N' AND WS-List-Hit = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-List-Blank
           MOVE 'N' TO WS-List-Hit
           PERFORM VARYING WS-List-Index FROM 1 BY 1
               UNTIL WS-List-Index > 5
               IF CM-Policy-Type(WS-List-Index) NOT = SPACES
                   MOVE 'N' TO WS-List-Blank
                   IF CM-Policy-Type(WS-List-Index) = LK-Policy-Type
                       MOVE 'Y' TO WS-List-Hit
                   END-IF
               END-IF
           END-PERFORM
           IF WS-List-Blank = 'N' AND WS-List-Hit = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-Row-Covers.

       Find-Event-Name.
      *> The reason names the event the way the CAT desk declared it.
           MOVE SPACES TO WS-Hit-Event-Name
           OPEN INPUT CAT-Event-File
           IF WS-CAT-Event-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ CAT-Event-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       AND CE-Event-Code = WS-Hit-Event-Code
                       MOVE CE-Event-Name TO WS-Hit-Event-Name
                       MOVE 'Y' TO WS-End-Of-File
                   END-IF
               END-PERFORM
               CLOSE CAT-Event-File
           END-IF.

       Write-Hold-Record.
           OPEN EXTEND CAT-Hold-File
           IF WS-CAT-Hold-Status = "35"
               OPEN OUTPUT CAT-Hold-File
           END-IF

           MOVE LK-Hold-Type TO CH-Hold-Type
           MOVE LK-Policy-Number TO CH-Policy-Number
           MOVE WS-Hit-Event-Code TO CH-Event-Code
           MOVE LK-State-Code TO CH-State-Code
           MOVE LK-Zip-Code TO CH-Zip-Code
           MOVE LK-Policy-Type TO CH-Policy-Type
           MOVE WS-Today-MDY TO CH-Hold-Date
           MOVE "PENDING" TO CH-Hold-Status
           MOVE LK-Hold-Reason TO CH-Hold-Reason
           MOVE SPACES TO CH-Released-Date
           MOVE LK-Held-Transaction TO CH-Held-Transaction

           WRITE CAT-Hold-Record
           CLOSE CAT-Hold-File.
