       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClaimQAResults.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Claims QA scored-results intake. Reviewers key each file
      *> they have worked onto CLMQA.RESULTS - claim number, reviewer
      *> id, and the four answers (coverage correct, reserve timely,
      *> payment accurate, documentation complete), each 'Y' or 'N' -
      *> and this run applies them to the claim's OPEN row on
      *> CLMQA.REVIEW, which goes SCORED and feeds ClaimQAScorecard.
      *> A result goes to the exceptions report untouched when:
      *>   NOT SAMPLED    - the claim has no row on CLMQA.REVIEW;
      *>   ALREADY SCORED - its row has already been scored;
      *>   BAD SCORE      - an answer is anything but 'Y' or 'N';
      *>   NO REVIEWER    - the reviewer id is blank;
      *>   SELF REVIEW    - the reviewer is the claim's own adjuster.
      *> CLMQA.RESULTS is consumed once worked.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QA-Result-File ASSIGN TO "CLMQA.RESULTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QA-Result-Status.
           SELECT QA-Review-File ASSIGN TO "CLMQA.REVIEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QA-Review-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  QA-Result-File.
           COPY CLMQARES.

       FD  QA-Review-File.
           COPY CLMQAREV.

       WORKING-STORAGE SECTION.
       01  WS-QA-Result-Status         PIC XX.
       01  WS-QA-Review-Status         PIC XX.
       01  WS-Program-Name             PIC X(20) VALUE
           "ClaimQAResults".
       01  WS-Offending-Value          PIC X(15).
       01  WS-End-Of-File              PIC X.
       01  WS-Review-Index             PIC 9(8) COMP.
       01  WS-Found-Index              PIC 9(8) COMP.
       01  WS-Scored-Count             PIC 9(8) COMP VALUE 0.
       01  WS-Rejected-Count           PIC 9(8) COMP VALUE 0.
       01  WS-Review-Overflow          PIC X VALUE 'N'.
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Today-MDY                PIC X(10).
      *> The whole review file, worked in memory and written back.
       01  QAReviewQueue.
           05  QA-Review-Count         PIC 9(8) COMP.
           05  QA-Review-Row OCCURS 1 TO 100000 TIMES
                   DEPENDING ON QA-Review-Count
                   INDEXED BY QAReviewIdx
                                       PIC X(161).

       PROCEDURE DIVISION.
       Begin-QA-Results.
           DISPLAY "Starting claims QA results intake..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           MOVE SPACES TO WS-Today-MDY
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO WS-Today-MDY

           PERFORM Load-QA-Reviews
      *> A review file too large to hold would be written back short -
      *> leave the results waiting rather than lose scored history.
           IF WS-Review-Overflow = 'Y'
               DISPLAY "ClaimQAResults: CLMQA.REVIEW too large - "
                   "results not applied"
               STOP RUN
           END-IF
           OPEN INPUT QA-Result-File
           IF WS-QA-Result-Status NOT = "00"
               DISPLAY "ClaimQAResults: no CLMQA.RESULTS this run"
               STOP RUN
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ QA-Result-File
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   AND QS-Claim-Number NOT = SPACES
                   PERFORM Apply-One-Result
               END-IF
           END-PERFORM
           CLOSE QA-Result-File
           OPEN OUTPUT QA-Result-File
           CLOSE QA-Result-File

           IF WS-Scored-Count > 0
               PERFORM Rewrite-QA-Reviews
           END-IF
           DISPLAY "Claims QA results complete - scored "
               WS-Scored-Count ", rejected " WS-Rejected-Count "."
           STOP RUN.

       Load-QA-Reviews.
           MOVE 0 TO QA-Review-Count
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
                   IF QA-Review-Count < 100000
                       ADD 1 TO QA-Review-Count
                       MOVE Claim-QA-Review-Record TO
                           QA-Review-Row(QA-Review-Count)
                   ELSE
                       MOVE 'Y' TO WS-Review-Overflow
                       MOVE 'Y' TO WS-End-Of-File
                   END-IF
               END-IF
           END-PERFORM
           CLOSE QA-Review-File.

       Apply-One-Result.
      *> The latest row for the claim is the one being worked - a
      *> claim reopened and closed again can be drawn twice.
           MOVE SPACES TO WS-Offending-Value
           MOVE 0 TO WS-Found-Index
           PERFORM VARYING WS-Review-Index FROM 1 BY 1
               UNTIL WS-Review-Index > QA-Review-Count
               IF QA-Review-Row(WS-Review-Index)(1:10) =
                       QS-Claim-Number
                   MOVE WS-Review-Index TO WS-Found-Index
               END-IF
           END-PERFORM

           IF WS-Found-Index = 0
               MOVE "NOT SAMPLED" TO WS-Offending-Value
           ELSE
               MOVE QA-Review-Row(WS-Found-Index) TO
                   Claim-QA-Review-Record
               IF QV-Review-Status = "SCORED"
                   MOVE "ALREADY SCORED" TO WS-Offending-Value
               END-IF
           END-IF
           IF WS-Offending-Value = SPACES
               IF (QS-Coverage-Correct NOT = 'Y'
                       AND QS-Coverage-Correct NOT = 'N')
                   OR (QS-Reserve-Timely NOT = 'Y'
                       AND QS-Reserve-Timely NOT = 'N')
                   OR (QS-Payment-Accurate NOT = 'Y'
                       AND QS-Payment-Accurate NOT = 'N')
                   OR (QS-Documentation-Complete NOT = 'Y'
                       AND QS-Documentation-Complete NOT = 'N')
                   MOVE "BAD SCORE" TO WS-Offending-Value
               END-IF
           END-IF
           IF WS-Offending-Value = SPACES
               AND QS-Reviewer-Id = SPACES
               MOVE "NO REVIEWER" TO WS-Offending-Value
           END-IF
           IF WS-Offending-Value = SPACES
               AND QS-Reviewer-Id = QV-Adjuster-Id
               MOVE "SELF REVIEW" TO WS-Offending-Value
           END-IF

           IF WS-Offending-Value NOT = SPACES
               CALL "WriteExceptionReport" USING QS-Claim-Number,
                   WS-Program-Name, WS-Offending-Value
               ADD 1 TO WS-Rejected-Count
               EXIT PARAGRAPH
           END-IF

           MOVE QS-Reviewer-Id TO QV-Reviewer-Id
           MOVE QS-Coverage-Correct TO QV-Coverage-Correct
           MOVE QS-Reserve-Timely TO QV-Reserve-Timely
           MOVE QS-Payment-Accurate TO QV-Payment-Accurate
           MOVE QS-Documentation-Complete TO QV-Documentation-Complete
           MOVE QS-Reviewer-Comment TO QV-Reviewer-Comment
           MOVE WS-Today-MDY TO QV-Scored-Date
           MOVE "SCORED" TO QV-Review-Status
           MOVE Claim-QA-Review-Record TO QA-Review-Row(WS-Found-Index)
           ADD 1 TO WS-Scored-Count.

       Rewrite-QA-Reviews.
           OPEN OUTPUT QA-Review-File
           PERFORM VARYING WS-Review-Index FROM 1 BY 1
               UNTIL WS-Review-Index > QA-Review-Count
               MOVE QA-Review-Row(WS-Review-Index) TO
                   Claim-QA-Review-Record
               WRITE Claim-QA-Review-Record
           END-PERFORM
           CLOSE QA-Review-File.
