       IDENTIFICATION DIVISION.
       PROGRAM-ID. BatchWindow.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Shared batch-window switch, owned the way CycleControl owns
      *> the cycle position. A batch job about to update or rebuild a
      *> file the online transactions use calls here with mode START,
      *> naming the file by its CICS name and the kind of window
      *> (UPDATE or REBUILD); its SYSTEM.STATUS row goes to BATCH.
      *> Mode END puts the row back to AVAILABLE. While a row is at
      *> BATCH, FNOL holds new claims for replay instead of queuing
      *> them, CHGR refuses policy changes, and the inquiries warn
      *> the rep that what they are looking at is mid-update. Each
      *> program has its own row per file, so two jobs in the same
      *> file at once each close only their own window, and a rerun
      *> of an abended job reopens and then closes the row the
      *> abend left behind.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SYSSTATSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  System-Status-File.
           COPY SYSSTAT.

       WORKING-STORAGE SECTION.
       01  WS-System-Status-Status     PIC XX.
       01  WS-Row-Found                PIC X.
       01  WS-Today-MDY                PIC X(10).
       01  WS-Now-HMS                  PIC X(8).
       01  WS-Current-Date-Time.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
           05  WS-Current-Hour   PIC 9(2).
           05  WS-Current-Minute PIC 9(2).
           05  WS-Current-Second PIC 9(2).

       LINKAGE SECTION.
       01  LK-Program-Name        PIC X(20).
       01  LK-Mode                PIC X(10).
       01  LK-Resource-Name       PIC X(8).
       01  LK-Window-Type         PIC X(10).

       PROCEDURE DIVISION USING LK-Program-Name, LK-Mode,
               LK-Resource-Name, LK-Window-Type.
       Begin-Batch-Window.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Current-Date-Time
           MOVE SPACES TO WS-Today-MDY
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO WS-Today-MDY
           MOVE SPACES TO WS-Now-HMS
           STRING WS-Current-Hour ":" WS-Current-Minute ":"
                   WS-Current-Second
               DELIMITED BY SIZE INTO WS-Now-HMS

           OPEN I-O System-Status-File
           IF WS-System-Status-Status = "35"
               OPEN OUTPUT System-Status-File
               CLOSE System-Status-File
               OPEN I-O System-Status-File
           END-IF
           IF WS-System-Status-Status NOT = "00"
               DISPLAY "BatchWindow: SYSTEM.STATUS unavailable - "
                   LK-Resource-Name " window not recorded for "
                   LK-Program-Name
               EXIT PROGRAM
           END-IF

           MOVE LK-Resource-Name TO SY-Resource-Name
           MOVE LK-Program-Name TO SY-Program-Name
           MOVE 'Y' TO WS-Row-Found
           READ System-Status-File
               INVALID KEY
                   MOVE 'N' TO WS-Row-Found
           END-READ

           IF LK-Mode = "END"
               PERFORM Close-Window
           ELSE
               PERFORM Open-Window
           END-IF
           CLOSE System-Status-File
           EXIT PROGRAM.

       Open-Window.
           MOVE LK-Resource-Name TO SY-Resource-Name
           MOVE LK-Program-Name TO SY-Program-Name
           MOVE "BATCH" TO SY-Window-Status
           MOVE LK-Window-Type TO SY-Window-Type
           IF SY-Window-Type = SPACES
               MOVE "UPDATE" TO SY-Window-Type
           END-IF
           MOVE WS-Today-MDY TO SY-Start-Date
           MOVE WS-Now-HMS TO SY-Start-Time
           MOVE SPACES TO SY-End-Date
           MOVE SPACES TO SY-End-Time
           IF WS-Row-Found = 'Y'
               REWRITE System-Status-Record
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE System-Status-Record
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       Close-Window.
      *> An END with no window open is a job that never called START
      *> - nothing to close.
           IF WS-Row-Found = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE "AVAILABLE" TO SY-Window-Status
           MOVE WS-Today-MDY TO SY-End-Date
           MOVE WS-Now-HMS TO SY-End-Time
           REWRITE System-Status-Record
               INVALID KEY
                   CONTINUE
           END-REWRITE.
