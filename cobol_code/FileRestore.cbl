      *> reapplied and every DELETE redone - so the master lands where
      *> it stood at the end of the journal, not merely where it stood
      *> at backup time. Run under operations control only; the target
      *> file is rebuilt from scratch, inside a REBUILD batch window
      *> (BatchWindow) so FNOL holds claims and CHGR refuses changes
      *> and the inquiries warn the rep until the file is whole again.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-Replayed-Count           PIC 9(8) COMP VALUE 0.
       01  WS-Journal-Row-Seen         PIC 9(8) COMP VALUE 0.
       01  WS-Journal-Start-Row        PIC 9(8) COMP VALUE 0.
       01  WS-Program-Name             PIC X(20) VALUE "FileRestore".
      *> Batch-window switch fields for the shared BatchWindow
      *> subprogram.
       01  WS-Window-Mode        PIC X(10).
       01  WS-Window-Resource    PIC X(8).
       01  WS-Window-Type        PIC X(10) VALUE "REBUILD".

       PROCEDURE DIVISION.
       Begin-File-Restore.

           EVALUATE RC-Restore-Target
               WHEN "POLICY"
                   MOVE "POLMSTR" TO WS-Window-Resource
                   MOVE "START" TO WS-Window-Mode
                   PERFORM Set-Batch-Window
                   PERFORM Restore-Policy-Master
                   MOVE "END" TO WS-Window-Mode
                   PERFORM Set-Batch-Window
               WHEN "CLAIMS"
                   MOVE "CLMREG" TO WS-Window-Resource
                   MOVE "START" TO WS-Window-Mode
                   PERFORM Set-Batch-Window
                   PERFORM Restore-Claims-Register
                   MOVE "END" TO WS-Window-Mode
                   PERFORM Set-Batch-Window
               WHEN OTHER
                   DISPLAY "FileRestore: RESTORE.CONTROL must name "
                       "POLICY or CLAIMS - nothing restored"
           END-EVALUATE
           STOP RUN.

       Set-Batch-Window.
           CALL "BatchWindow" USING WS-Program-Name, WS-Window-Mode,
               WS-Window-Resource, WS-Window-Type.

       Restore-Policy-Master.
           PERFORM Fetch-Policy-Journal-Position

