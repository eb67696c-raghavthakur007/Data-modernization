       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClaimQAScorecard.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Claims quality scorecard (CLMQASCORE.RPT). Every SCORED row
      *> on CLMQA.REVIEW counts toward the quarter of the month it was
      *> sampled from, twice over - once for the claim's adjuster and
      *> once for its Policy-Type - and each adjuster and each line
      *> gets one line per quarter: files reviewed, the share that met
      *> each of the four review questions (coverage correct, reserve
      *> timely, payment accurate, documentation complete), the share
      *> that met all four, and how far that all-four share moved from
      *> the same adjuster's or line's previous quarter on file. OPEN
      *> rows - drawn but not yet reviewed - are left out until scored.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QA-Review-File ASSIGN TO "CLMQA.REVIEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QA-Review-Status.
           COPY ADJMSSEL.
           SELECT Scorecard-Report-File ASSIGN TO "CLMQASCORE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Scorecard-Report-Status.
           SELECT Sort-Work-File ASSIGN TO "CLMQA.SORT.WORK".

       DATA DIVISION.
       FILE SECTION.
       FD  QA-Review-File.
           COPY CLMQAREV.

       FD  Adjuster-Master-File.
           COPY ADJMSREC.

       FD  Scorecard-Report-File.
       01  Report-Line-Record        PIC X(132).

      *> One row per scored review per view - SW-View 'A' carries the
      *> adjuster, 'L' the Policy-Type - so the output side is a plain
      *> control break on view, key, and quarter.
       SD  Sort-Work-File.
       01  Sort-Work-Record.
           05  SW-View                PIC X.
           05  SW-Group-Key           PIC X(15).
           05  SW-Quarter             PIC X(6).
           05  SW-Coverage-Met        PIC 9.
           05  SW-Reserve-Met         PIC 9.
           05  SW-Payment-Met         PIC 9.
           05  SW-Documentation-Met   PIC 9.
           05  SW-All-Met             PIC 9.

       WORKING-STORAGE SECTION.
       01  WS-QA-Review-Status         PIC XX.
       01  WS-Adjuster-Master-Status   PIC XX.
       01  WS-Scorecard-Report-Status  PIC XX.
       01  WS-Report-Line              PIC X(132).
       01  WS-End-Of-File              PIC X.
       01  WS-End-Of-Sort              PIC X.
       01  WS-Scored-Count             PIC 9(8) COMP VALUE 0.
       01  WS-Count-Disp               PIC ZZZZZZZZ9.
       01  WS-Quarter-Number           PIC 9.
       01  WS-Review-Month             PIC 9(2).
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
      *> The group being totaled, and the one before it for the
      *> quarter-over-quarter change.
       01  WS-Group-View               PIC X.
       01  WS-Group-Key                PIC X(15).
       01  WS-Group-Quarter            PIC X(6).
       01  WS-Group-Reviewed           PIC 9(7).
       01  WS-Group-Coverage           PIC 9(7).
       01  WS-Group-Reserve            PIC 9(7).
       01  WS-Group-Payment            PIC 9(7).
       01  WS-Group-Documentation      PIC 9(7).
       01  WS-Group-All                PIC 9(7).
       01  WS-Prior-View               PIC X VALUE SPACE.
       01  WS-Prior-Key                PIC X(15) VALUE SPACES.
       01  WS-Prior-All-Pct            PIC 9(3)V9.
       01  WS-All-Pct                  PIC 9(3)V9.
       01  WS-Change-Pct               PIC S9(3)V9.
       01  WS-Work-Pct                 PIC 9(3)V9.

       01  WS-Score-Line.
           05  SL-Group-Key            PIC X(15).
           05  FILLER                  PIC X VALUE SPACE.
           05  SL-Group-Name           PIC X(30).
           05  FILLER                  PIC X VALUE SPACE.
           05  SL-Quarter              PIC X(7).
           05  FILLER                  PIC X VALUE SPACE.
           05  SL-Reviewed             PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SL-Coverage-Pct         PIC ZZ9.9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SL-Reserve-Pct          PIC ZZ9.9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SL-Payment-Pct          PIC ZZ9.9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SL-Documentation-Pct    PIC ZZ9.9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SL-All-Pct              PIC ZZ9.9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SL-Change-Pct           PIC +ZZ9.9.
       01  WS-Score-Heading.
           05  SH-Group-Key            PIC X(15).
           05  FILLER                  PIC X VALUE SPACE.
           05  SH-Group-Name           PIC X(30).
           05  FILLER                  PIC X VALUE SPACE.
           05  SH-Quarter              PIC X(7).
           05  FILLER                  PIC X VALUE SPACE.
           05  SH-Reviewed             PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SH-Coverage-Pct         PIC X(5).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SH-Reserve-Pct          PIC X(5).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SH-Payment-Pct          PIC X(5).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SH-Documentation-Pct    PIC X(5).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SH-All-Pct              PIC X(5).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SH-Change-Pct           PIC X(6).

       PROCEDURE DIVISION.
       Begin-QA-Scorecard.
           DISPLAY "Starting claims QA scorecard..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date

           OPEN OUTPUT Scorecard-Report-File
           MOVE SPACES TO WS-Report-Line
           STRING "CLAIMS QUALITY SCORECARD - RUN "
                   WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "PERCENT OF SCORED FILES MEETING EACH STANDARD; "
                   "CHANGE IS ALL-FOUR VS THE PRIOR QUARTER ON FILE"
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           OPEN INPUT Adjuster-Master-File
           SORT Sort-Work-File
               ON ASCENDING KEY SW-View
               ON ASCENDING KEY SW-Group-Key
               ON ASCENDING KEY SW-Quarter
               INPUT PROCEDURE IS Release-Scored-Reviews
               OUTPUT PROCEDURE IS Write-Scorecard-Lines
           IF WS-Adjuster-Master-Status NOT = "35"
               CLOSE Adjuster-Master-File
           END-IF

           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE WS-Scored-Count TO WS-Count-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "SCORED FILES: " WS-Count-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           CLOSE Scorecard-Report-File
           DISPLAY "Claims QA scorecard complete."
           STOP RUN.

       Release-Scored-Reviews.
           OPEN INPUT QA-Review-File
           IF WS-QA-Review-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ QA-Review-File
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   AND QV-Review-Status = "SCORED"
                   AND QV-Review-Period IS NUMERIC
                   PERFORM Release-One-Review
               END-IF
           END-PERFORM
           CLOSE QA-Review-File.

       Release-One-Review.
           ADD 1 TO WS-Scored-Count
           MOVE QV-Review-Period(5:2) TO WS-Review-Month
           COMPUTE WS-Quarter-Number = (WS-Review-Month - 1) / 3 + 1
           MOVE SPACES TO SW-Quarter
           STRING QV-Review-Period(1:4) "Q" WS-Quarter-Number
               DELIMITED BY SIZE INTO SW-Quarter
           MOVE 0 TO SW-Coverage-Met
           MOVE 0 TO SW-Reserve-Met
           MOVE 0 TO SW-Payment-Met
           MOVE 0 TO SW-Documentation-Met
           MOVE 0 TO SW-All-Met
           IF QV-Coverage-Correct = 'Y'
               MOVE 1 TO SW-Coverage-Met
           END-IF
           IF QV-Reserve-Timely = 'Y'
               MOVE 1 TO SW-Reserve-Met
           END-IF
           IF QV-Payment-Accurate = 'Y'
               MOVE 1 TO SW-Payment-Met
           END-IF
           IF QV-Documentation-Complete = 'Y'
               MOVE 1 TO SW-Documentation-Met
           END-IF
           IF QV-Coverage-Correct = 'Y'
               AND QV-Reserve-Timely = 'Y'
               AND QV-Payment-Accurate = 'Y'
               AND QV-Documentation-Complete = 'Y'
               MOVE 1 TO SW-All-Met
           END-IF

           MOVE 'A' TO SW-View
           MOVE QV-Adjuster-Id TO SW-Group-Key
           IF SW-Group-Key = SPACES
               MOVE "UNASSIGNED" TO SW-Group-Key
           END-IF
           RELEASE Sort-Work-Record
           MOVE 'L' TO SW-View
           MOVE QV-Policy-Type TO SW-Group-Key
           RELEASE Sort-Work-Record.

       Write-Scorecard-Lines.
           MOVE SPACE TO WS-Group-View
           MOVE 'N' TO WS-End-Of-Sort
           PERFORM UNTIL WS-End-Of-Sort = 'Y'
               RETURN Sort-Work-File
                   AT END MOVE 'Y' TO WS-End-Of-Sort
               END-RETURN
               IF WS-End-Of-Sort = 'N'
                   IF WS-Group-View NOT = SPACE
                       AND (SW-View NOT = WS-Group-View
                           OR SW-Group-Key NOT = WS-Group-Key
                           OR SW-Quarter NOT = WS-Group-Quarter)
                       PERFORM Write-Group-Line
                   END-IF
                   IF SW-View NOT = WS-Group-View
                       PERFORM Write-View-Heading
                   END-IF
                   IF WS-Group-View = SPACE
                       OR SW-View NOT = WS-Group-View
                       OR SW-Group-Key NOT = WS-Group-Key
                       OR SW-Quarter NOT = WS-Group-Quarter
                       PERFORM Start-Group
                   END-IF
                   ADD 1 TO WS-Group-Reviewed
                   ADD SW-Coverage-Met TO WS-Group-Coverage
                   ADD SW-Reserve-Met TO WS-Group-Reserve
                   ADD SW-Payment-Met TO WS-Group-Payment
                   ADD SW-Documentation-Met TO WS-Group-Documentation
                   ADD SW-All-Met TO WS-Group-All
               END-IF
           END-PERFORM
           IF WS-Group-View NOT = SPACE
               PERFORM Write-Group-Line
           END-IF.

       Start-Group.
           MOVE SW-View TO WS-Group-View
           MOVE SW-Group-Key TO WS-Group-Key
           MOVE SW-Quarter TO WS-Group-Quarter
           MOVE 0 TO WS-Group-Reviewed
           MOVE 0 TO WS-Group-Coverage
           MOVE 0 TO WS-Group-Reserve
           MOVE 0 TO WS-Group-Payment
           MOVE 0 TO WS-Group-Documentation
           MOVE 0 TO WS-Group-All.

       Write-View-Heading.
           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           IF SW-View = 'A'
               MOVE "BY ADJUSTER" TO WS-Report-Line
               MOVE "ADJUSTER" TO SH-Group-Key
               MOVE "NAME" TO SH-Group-Name
           ELSE
               MOVE "BY LINE OF BUSINESS" TO WS-Report-Line
               MOVE "POLICY TYPE" TO SH-Group-Key
               MOVE SPACES TO SH-Group-Name
           END-IF
           PERFORM Write-Report-Line
           MOVE "QUARTER" TO SH-Quarter
           MOVE "  FILES" TO SH-Reviewed
           MOVE "COVER" TO SH-Coverage-Pct
           MOVE "RESRV" TO SH-Reserve-Pct
           MOVE "PAYMT" TO SH-Payment-Pct
           MOVE " DOCS" TO SH-Documentation-Pct
           MOVE "  ALL" TO SH-All-Pct
           MOVE "CHANGE" TO SH-Change-Pct
           MOVE WS-Score-Heading TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACE TO WS-Prior-View
           MOVE SPACES TO WS-Prior-Key.

       Write-Group-Line.
           MOVE WS-Group-Key TO SL-Group-Key
           MOVE SPACES TO SL-Group-Name
           IF WS-Group-View = 'A'
               AND WS-Adjuster-Master-Status NOT = "35"
               MOVE WS-Group-Key TO AD-Adjuster-Id
               READ Adjuster-Master-File
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-Adjuster-Master-Status = "00"
                   MOVE AD-Adjuster-Name TO SL-Group-Name
               END-IF
           END-IF
           MOVE WS-Group-Quarter TO SL-Quarter
           MOVE WS-Group-Reviewed TO SL-Reviewed
           COMPUTE WS-Work-Pct ROUNDED =
               WS-Group-Coverage * 100 / WS-Group-Reviewed
           MOVE WS-Work-Pct TO SL-Coverage-Pct
           COMPUTE WS-Work-Pct ROUNDED =
               WS-Group-Reserve * 100 / WS-Group-Reviewed
           MOVE WS-Work-Pct TO SL-Reserve-Pct
           COMPUTE WS-Work-Pct ROUNDED =
               WS-Group-Payment * 100 / WS-Group-Reviewed
           MOVE WS-Work-Pct TO SL-Payment-Pct
           COMPUTE WS-Work-Pct ROUNDED =
               WS-Group-Documentation * 100 / WS-Group-Reviewed
           MOVE WS-Work-Pct TO SL-Documentation-Pct
           COMPUTE WS-All-Pct ROUNDED =
               WS-Group-All * 100 / WS-Group-Reviewed
           MOVE WS-All-Pct TO SL-All-Pct
           MOVE 0 TO WS-Change-Pct
           IF WS-Group-View = WS-Prior-View
               AND WS-Group-Key = WS-Prior-Key
               COMPUTE WS-Change-Pct = WS-All-Pct - WS-Prior-All-Pct
           END-IF
           MOVE WS-Change-Pct TO SL-Change-Pct
           MOVE WS-Score-Line TO WS-Report-Line
      *> A key's first quarter on file has nothing to compare to.
           IF WS-Group-View NOT = WS-Prior-View
               OR WS-Group-Key NOT = WS-Prior-Key
               MOVE SPACES TO WS-Report-Line(105:6)
           END-IF
           PERFORM Write-Report-Line
           MOVE WS-Group-View TO WS-Prior-View
           MOVE WS-Group-Key TO WS-Prior-Key
           MOVE WS-All-Pct TO WS-Prior-All-Pct.

       Write-Report-Line.
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record.
