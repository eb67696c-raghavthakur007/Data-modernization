       IDENTIFICATION DIVISION.
       PROGRAM-ID. CatMoratoriumRelease.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Nightly lift of the catastrophe binding moratoriums. Every
      *> new policy and coverage change CatMoratoriumCheck held PENDING
      *> on CAT.HOLDS is screened again as of today against
      *> CAT.MORATORIUM - once the end date has passed (or the CAT desk
      *> has cut the area or line back) and nothing else covers the
      *> risk, the hold goes RELEASED and a CATMORAT row goes onto
      *> UW.REFERRAL, the underwriters' queue, for the usual
      *> APPROVE/DECLINE through UnderwritingDecision. A risk still
      *> covered - by its own moratorium or an overlapping one - stays
      *> PENDING for another night. Released and decided rows stay on
      *> CAT.HOLDS as the record of what the moratorium held.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAT-Hold-File ASSIGN TO "CAT.HOLDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-Hold-Status.
           SELECT UW-Referral-File ASSIGN TO "UW.REFERRAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UW-Referral-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CAT-Hold-File.
           COPY CATHOLD.

       FD  UW-Referral-File.
       01  UW-Referral-Record.
           05  UR-Policy-Number       PIC X(10).
           05  UR-Rule-Type           PIC X(10).
           05  UR-Referral-Reason     PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-CAT-Hold-Status          PIC XX.
       01  WS-UW-Referral-Status       PIC XX.
       01  WS-End-Of-File              PIC X.
       01  WS-Hold-Index               PIC 9(8) COMP.
       01  WS-Released-Count           PIC 9(8) COMP VALUE 0.
       01  WS-Still-Held-Count         PIC 9(8) COMP VALUE 0.
      *> CatMoratoriumCheck fields - a blank hold type screens only,
      *> without recording a second hold.
       01  WS-Hold-Type                PIC X(8).
       01  WS-Held-Transaction         PIC X(130).
       01  WS-Moratorium-Hit           PIC X.
       01  WS-Moratorium-Reason        PIC X(40).
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Today-MDY                PIC X(10).
      *> The whole hold file, worked in memory and written back.
       01  CatHoldQueue.
           05  CAT-Hold-Count          PIC 9(8) COMP.
           05  CAT-Hold-Row OCCURS 1 TO 20000 TIMES
                   DEPENDING ON CAT-Hold-Count
                   INDEXED BY CatHoldIdx
                                       PIC X(251).

       PROCEDURE DIVISION.
       Begin-Moratorium-Release.
           DISPLAY "Starting CAT moratorium release run..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           MOVE SPACES TO WS-Today-MDY
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO WS-Today-MDY

           PERFORM Load-CAT-Holds
           IF CAT-Hold-Count = 0
               DISPLAY "CatMoratoriumRelease: no CAT.HOLDS this run"
               STOP RUN
           END-IF

           OPEN EXTEND UW-Referral-File
           IF WS-UW-Referral-Status = "35"
               OPEN OUTPUT UW-Referral-File
           END-IF
           PERFORM VARYING WS-Hold-Index FROM 1 BY 1
               UNTIL WS-Hold-Index > CAT-Hold-Count
               MOVE CAT-Hold-Row(WS-Hold-Index) TO CAT-Hold-Record
               IF CH-Hold-Status = "PENDING"
                   PERFORM Screen-One-Hold
                   MOVE CAT-Hold-Record TO CAT-Hold-Row(WS-Hold-Index)
               END-IF
           END-PERFORM
           CLOSE UW-Referral-File

           PERFORM Rewrite-CAT-Holds
           DISPLAY "CAT moratorium release complete - released "
               WS-Released-Count ", still held " WS-Still-Held-Count
               "."
           STOP RUN.

       Load-CAT-Holds.
           MOVE 0 TO CAT-Hold-Count
           OPEN INPUT CAT-Hold-File
           IF WS-CAT-Hold-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ CAT-Hold-File
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   AND CAT-Hold-Count < 20000
                   ADD 1 TO CAT-Hold-Count
                   MOVE CAT-Hold-Record TO
                       CAT-Hold-Row(CAT-Hold-Count)
               END-IF
           END-PERFORM
           CLOSE CAT-Hold-File.

       Screen-One-Hold.
           MOVE SPACES TO WS-Hold-Type
           MOVE SPACES TO WS-Held-Transaction
           CALL "CatMoratoriumCheck" USING WS-Hold-Type,
               CH-Policy-Number, CH-State-Code, CH-Zip-Code,
               CH-Policy-Type, WS-Held-Transaction,
               WS-Moratorium-Hit, WS-Moratorium-Reason
           IF WS-Moratorium-Hit = 'Y'
               ADD 1 TO WS-Still-Held-Count
               EXIT PARAGRAPH
           END-IF

           MOVE "RELEASED" TO CH-Hold-Status
           MOVE WS-Today-MDY TO CH-Released-Date
           MOVE CH-Policy-Number TO UR-Policy-Number
           MOVE "CATMORAT" TO UR-Rule-Type
           MOVE SPACES TO UR-Referral-Reason
           IF CH-Hold-Type = "ENDORSE"
               STRING "CAT " CH-Event-Code
                       " LIFTED - ENDORSEMENT HELD"
                   DELIMITED BY SIZE INTO UR-Referral-Reason
           ELSE
               STRING "CAT " CH-Event-Code
                       " LIFTED - NEW BUSINESS HELD"
                   DELIMITED BY SIZE INTO UR-Referral-Reason
           END-IF
           WRITE UW-Referral-Record
           ADD 1 TO WS-Released-Count.

       Rewrite-CAT-Holds.
           OPEN OUTPUT CAT-Hold-File
           PERFORM VARYING WS-Hold-Index FROM 1 BY 1
               UNTIL WS-Hold-Index > CAT-Hold-Count
               MOVE CAT-Hold-Row(WS-Hold-Index) TO CAT-Hold-Record
               WRITE CAT-Hold-Record
           END-PERFORM
           CLOSE CAT-Hold-File.
