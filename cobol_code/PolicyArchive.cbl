      *> CLAIMS.REGISTER onto ARCHIVE.CLAIMS, so the live files stay
      *> lean as the book grows without losing the history audits need.
      *> Run once a year, standalone - not part of PolicyReport's
      *> nightly pipeline. Both files are held in a batch window
      *> (BatchWindow) for the run, so the online inquiries warn that
      *> what they show is mid-update while rows are being deleted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-Journal-Ref        PIC X(15).
       01  WS-Journal-Before     PIC X(6000).
       01  WS-Journal-After      PIC X(6000).
      *> Batch-window switch fields for the shared BatchWindow
      *> subprogram.
       01  WS-Window-Mode        PIC X(10).
       01  WS-Window-Resource    PIC X(8).
       01  WS-Window-Type        PIC X(10) VALUE "UPDATE".

      *> Claims-retention policy (years) - how long a closed claim
      *> stays on the live CLAIMS.REGISTER before it is eligible for
      *> the backup plus the change journal is the recovery path
      *> instead of "hope".
           CALL "FileBackup"
           MOVE "START" TO WS-Window-Mode
           PERFORM Set-Batch-Windows
      *> The register is indexed now, so it is held open I-O for the
      *> whole run - the open-claim test is a keyed browse by the
      *> CR-Policy-Number alternate key, and archiving a closed claim
           PERFORM Archive-Expired-Policies
           PERFORM Archive-Closed-Claims
           CLOSE Claims-Register-File
           MOVE "END" TO WS-Window-Mode
           PERFORM Set-Batch-Windows
           DISPLAY "Archived " WS-Archived-Policy-Count " policies and "
               WS-Archived-Claim-Count " claims; retained "
               WS-Retained-Claim-Count " claims."
           STOP RUN.

       Set-Batch-Windows.
           MOVE "POLMSTR" TO WS-Window-Resource
           CALL "BatchWindow" USING WS-Program-Name, WS-Window-Mode,
               WS-Window-Resource, WS-Window-Type
           MOVE "CLMREG" TO WS-Window-Resource
           CALL "BatchWindow" USING WS-Program-Name, WS-Window-Mode,
               WS-Window-Resource, WS-Window-Type.

       Compute-Cutoff-Dates.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           STRING WS-Current-Year WS-Current-Month WS-Current-Day
                   ELSE
      *> SIU is REVIEW parked with the investigators - the case file
      *> is active and the reserve is up, so the claim (and its
      *> policy) stays live. CONTEST is the same for a life claim
      *> waiting on the contestability examiner.
                       IF CR-Claim-Status OF Claims-Register-Record =
                               "REVIEW"
                           OR CR-Claim-Status OF
                               Claims-Register-Record = "SIU"
                           OR CR-Claim-Status OF
                               Claims-Register-Record = "CONTEST"
                           MOVE 'Y' TO WS-Has-Open-Claim
                           MOVE 'Y' TO WS-End-Of-Group
                       END-IF
           IF CR-Claim-Status OF Claims-Register-Record NOT = "REVIEW"
               AND CR-Claim-Status OF Claims-Register-Record
                   NOT = "SIU"
               AND CR-Claim-Status OF Claims-Register-Record
                   NOT = "CONTEST"
               MOVE CR-Decision-Date OF Claims-Register-Record(7:4)
                   TO WS-Decision-YYYYMMDD(1:4)
               MOVE CR-Decision-Date OF Claims-Register-Record(1:2)
