      *> claim already adjudicated onto CLAIMS.REGISTER instead of
      *> re-adjudicating it and paying it twice - the same protection
      *> CheckpointManager gives PolicyReport's nightly pipeline.
      *> The run holds the intake queue and the policy master in a
      *> batch window (BatchWindow) from start to end, so FNOL holds
      *> claims keyed meanwhile on FNOL.HOLD instead of queuing them
      *> under a run already reading the queue; each run starts by
      *> replaying whatever FNOL held onto the end of CLAIMS.INTAKE.
      *> FNOL.HOLD belongs to the online region and is never emptied
      *> from batch - an FNOLHOLD counter row on POLICY.CONTROL keeps
      *> how many of its rows have already been replayed, and only
      *> rows past that mark go onto the queue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Claims-Intake-File ASSIGN TO "CLAIMS.INTAKE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Claims-Intake-Status.
           SELECT FNOL-Hold-File ASSIGN TO "FNOL.HOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FNOL-Hold-Status.
           SELECT CAT-Event-File ASSIGN TO "CAT.EVENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-Event-Status.
           SELECT Coverage-Matrix-File ASSIGN TO "COVERAGE.MATRIX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Coverage-Matrix-Status.
           SELECT State-Contest-File ASSIGN TO "STATE.CONTEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-State-Contest-Status.
           SELECT State-Total-Loss-File ASSIGN TO "STATE.TOTALLOSS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-State-Total-Loss-Status.
           SELECT State-RC-Holdback-File ASSIGN TO
                   "STATE.RCHOLDBACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-State-RC-Holdback-Status.
           SELECT Coinsurance-File ASSIGN TO "COINSURANCE.TABLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Coinsurance-Status.
           COPY POLMSSEL.
           COPY POLCTLSEL.
           COPY CLMCKSEL.
       FD  Claims-Intake-File.
           COPY CLMREC REPLACING ClaimRecord BY Claims-Intake-Record.

      *> Claims FNOL keyed while a batch window was open - the same
      *> CLMREC layout, replayed onto CLAIMS.INTAKE at run start.
       FD  FNOL-Hold-File.
           COPY CLMREC REPLACING ClaimRecord BY FNOL-Hold-Record.

       FD  CAT-Event-File.
           COPY CATEVT.

       FD  Coverage-Matrix-File.
           COPY COVMTRX.

       FD  State-Contest-File.
           COPY STCONREC.

       FD  State-Total-Loss-File.
           COPY STTLREC.

       FD  State-RC-Holdback-File.
           COPY STRCREC.

       FD  Coinsurance-File.
           COPY COINSREC.

       FD  POLICY-MASTER-FILE.
           COPY POLMSREC.

       01  WS-CAT-Event-Status         PIC XX.
       01  WS-CAT-Event-Found          PIC X.
       01  WS-Coverage-Matrix-Status   PIC XX.
       01  WS-State-Contest-Status     PIC XX.
       01  WS-State-Total-Loss-Status  PIC XX.
       01  WS-State-RC-Holdback-Status PIC XX.
       01  WS-Coinsurance-Status       PIC XX.
       01  WS-Adjuster-Master-Status   PIC XX.
       01  WS-Claims-Register-Status   PIC XX.
       01  WS-Duplicate-Hold-Status    PIC XX.
       01  WS-Run-Allowed        PIC X.
       01  WS-Refusal-Reason     PIC X(30).
       01  WS-Period-End-Flag    PIC X.
      *> Batch-window switch fields for the shared BatchWindow
      *> subprogram.
       01  WS-Window-Mode        PIC X(10).
       01  WS-Window-Resource    PIC X(8).
       01  WS-Window-Type        PIC X(10).
       01  WS-FNOL-Hold-Status         PIC XX.
       01  WS-End-Of-Hold              PIC X.
       01  WS-Replayed-Count           PIC 9(8) COMP VALUE 0.
       01  WS-Hold-Row-Count           PIC 9(8) COMP VALUE 0.
       01  WS-Hold-Replayed-Mark       PIC 9(8) COMP VALUE 0.
       01  WS-Adjuster-File-Open       PIC X VALUE 'N'.
       01  WS-End-Of-Adjusters         PIC X.
       01  WS-Candidate-Qualifies      PIC X.
       COPY POLMSREC REPLACING Policy-Master-Record BY PolicyRecord.
       COPY CATEVTBL.
       COPY COVMTTBL.
       COPY STCONTBL.
       COPY STTLTBL.
       COPY STRCTBL.
       COPY COINSTBL.

       PROCEDURE DIVISION.
       Begin-Claims-Intake.
           MOVE ZEROS TO FastTrackCounts
           PERFORM Load-CAT-Event-Table
           PERFORM Load-Coverage-Matrix
           PERFORM Load-State-Contest-Table
           PERFORM Load-State-Total-Loss-Table
           PERFORM Load-State-RC-Holdback-Table
           PERFORM Load-Coinsurance-Table

           MOVE "START" TO WS-Window-Mode
           PERFORM Set-Batch-Windows
           PERFORM Replay-Held-FNOL-Claims

           OPEN INPUT Claims-Intake-File
           IF WS-Claims-Intake-Status NOT = "00"
               DISPLAY "ClaimsIntake: no CLAIMS.INTAKE file this run"
               MOVE "END" TO WS-Window-Mode
               PERFORM Set-Batch-Windows
               STOP RUN
           END-IF

           IF WS-Adjuster-File-Open = 'Y'
               CLOSE Adjuster-Master-File
           END-IF
           MOVE "END" TO WS-Window-Mode
           PERFORM Set-Batch-Windows
           PERFORM Clear-Claims-Checkpoint
           MOVE "END" TO WS-Cycle-Mode
           CALL "CycleControl" USING WS-Program-Name,
               " claims, adjudicated " WS-Processed-Count
               " this run, skipped " WS-Skip-Count
               " already adjudicated, held " WS-Duplicate-Count
               " suspected duplicates, replayed " WS-Replayed-Count
               " held FNOL claims."
           STOP RUN.

       Set-Batch-Windows.
      *> Opens or closes (per WS-Window-Mode) this run's windows on
      *> the intake queue and the policy master.
           MOVE "UPDATE" TO WS-Window-Type
           MOVE "CLMINTAK" TO WS-Window-Resource
           CALL "BatchWindow" USING WS-Program-Name, WS-Window-Mode,
               WS-Window-Resource, WS-Window-Type
           MOVE "POLMSTR" TO WS-Window-Resource
           CALL "BatchWindow" USING WS-Program-Name, WS-Window-Mode,
               WS-Window-Resource, WS-Window-Type.

       Replay-Held-FNOL-Claims.
      *> Appended after everything already on the queue, so a
      *> restart's checkpointed count still lines up with the claims
      *> the interrupted run finished. FNOL may be writing the hold
      *> file while this runs, so it is only ever read here: rows up
      *> to the FNOLHOLD mark went onto the queue in an earlier run,
      *> and the mark moves up to the last row replayed this time.
      *> A file holding fewer rows than the mark has been started
      *> afresh since, so every row on it is new.
           PERFORM Count-FNOL-Hold-Rows
           IF WS-Hold-Row-Count = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM Read-FNOL-Hold-Mark
           IF WS-Hold-Row-Count < WS-Hold-Replayed-Mark
               MOVE 0 TO WS-Hold-Replayed-Mark
           END-IF
           IF WS-Hold-Row-Count = WS-Hold-Replayed-Mark
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FNOL-Hold-File
           IF WS-FNOL-Hold-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-Hold-Row-Count
           OPEN EXTEND Claims-Intake-File
           IF WS-Claims-Intake-Status = "35"
               OPEN OUTPUT Claims-Intake-File
           END-IF
           MOVE 'N' TO WS-End-Of-Hold
           PERFORM UNTIL WS-End-Of-Hold = 'Y'
               READ FNOL-Hold-File
                   AT END MOVE 'Y' TO WS-End-Of-Hold
               END-READ
               IF WS-End-Of-Hold = 'N'
                   ADD 1 TO WS-Hold-Row-Count
                   IF WS-Hold-Row-Count > WS-Hold-Replayed-Mark
                       MOVE FNOL-Hold-Record TO Claims-Intake-Record
                       WRITE Claims-Intake-Record
                       ADD 1 TO WS-Replayed-Count
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Claims-Intake-File
           CLOSE FNOL-Hold-File
           MOVE WS-Hold-Row-Count TO WS-Hold-Replayed-Mark
           PERFORM Save-FNOL-Hold-Mark.

       Count-FNOL-Hold-Rows.
           MOVE 0 TO WS-Hold-Row-Count
           OPEN INPUT FNOL-Hold-File
           IF WS-FNOL-Hold-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-Hold
           PERFORM UNTIL WS-End-Of-Hold = 'Y'
               READ FNOL-Hold-File
                   AT END MOVE 'Y' TO WS-End-Of-Hold
               END-READ
               IF WS-End-Of-Hold = 'N'
                   ADD 1 TO WS-Hold-Row-Count
               END-IF
           END-PERFORM
           CLOSE FNOL-Hold-File.

       Read-FNOL-Hold-Mark.
           MOVE 0 TO WS-Hold-Replayed-Mark
           OPEN INPUT POLICY-CONTROL-FILE
           IF WS-Policy-Control-Status = "00"
               MOVE "FNOLHOLD" TO PC-Control-Key
               READ POLICY-CONTROL-FILE
                   INVALID KEY
                       MOVE 0 TO PC-Next-Policy-Sequence
               END-READ
               MOVE PC-Next-Policy-Sequence TO WS-Hold-Replayed-Mark
               CLOSE POLICY-CONTROL-FILE
           END-IF.

       Save-FNOL-Hold-Mark.
           OPEN I-O POLICY-CONTROL-FILE
           IF WS-Policy-Control-Status = "35"
               OPEN OUTPUT POLICY-CONTROL-FILE
               CLOSE POLICY-CONTROL-FILE
               OPEN I-O POLICY-CONTROL-FILE
           END-IF
           MOVE "FNOLHOLD" TO PC-Control-Key
           MOVE WS-Hold-Replayed-Mark TO PC-Next-Policy-Sequence
           REWRITE Policy-Control-Record
               INVALID KEY
                   WRITE Policy-Control-Record
           END-REWRITE
           CLOSE POLICY-CONTROL-FILE.

       Process-One-Claim.
           MOVE Claims-Intake-Record TO ClaimRecord
      *> Duplicate screen runs before the claim draws a CLAIMSEQ
           MOVE WS-Today-MDY TO Intake-Date OF ClaimRecord
           PERFORM Lookup-Policy-Master
           MOVE SPACES TO Adjuster-Id OF ClaimRecord
           MOVE 0 TO Adjuster-Authority-Limit OF ClaimRecord
           IF WS-Policy-Found = 'Y' AND WS-Adjuster-File-Open = 'Y'
               PERFORM Assign-Adjuster
           END-IF
           MOVE 'N' TO WS-Master-Update

           CALL "ClaimProcessing" USING ClaimRecord, PolicyRecord,
               WS-Policy-Found, WS-Master-Update, CoverageMatrixFile,
               StateContestFile, StateTotalLossFile, CoinsuranceFile,
               StateRCHoldbackFile

           IF WS-Master-Update = 'Y'
               PERFORM Rewrite-Policy-Master
           MOVE "RECEIVED" TO CO-Claim-Status
           MOVE "We received your claim and assigned it." TO
               CO-Reason
           MOVE 0 TO CO-Coinsurance-Penalty
           WRITE Correspondence-Record
           MOVE "CLMACK" TO WS-Doc-Letter-Type
           MOVE Customer-Id OF PolicyRecord TO WS-Doc-Customer-Id
                   CONTINUE
           END-READ
           IF WS-Adjuster-Master-Status = "00"
               MOVE AD-Authority-Limit OF Adjuster-Master-Record TO
                   Adjuster-Authority-Limit OF ClaimRecord
               ADD 1 TO AD-Open-Claim-Count OF Adjuster-Master-Record
               REWRITE Adjuster-Master-Record
                   INVALID KEY
               CLOSE Coverage-Matrix-File
           END-IF.

       Load-State-Contest-Table.
      *> LIFE_INSURANCE contestable-period and suicide-exclusion
      *> windows by state, Compliance-maintained in STATE.CONTEST -
      *> loaded once per run and handed to ClaimProcessing beside the
      *> coverage matrix. No file just means every state runs on the
      *> house default windows.
           MOVE 0 TO State-Contest-Count
           OPEN INPUT State-Contest-File
           IF WS-State-Contest-Status = '00'
               PERFORM UNTIL WS-State-Contest-Status NOT = '00'
                   READ State-Contest-File
                       AT END MOVE '10' TO WS-State-Contest-Status
                   END-READ
                   IF WS-State-Contest-Status = '00'
                       ADD 1 TO State-Contest-Count
                       MOVE State-Contest-File-Record TO
                           StateContestRecord(State-Contest-Count)
                   END-IF
               END-PERFORM
               CLOSE State-Contest-File
           END-IF.

       Load-State-Total-Loss-Table.
      *> CAR_INSURANCE total-loss thresholds by state, loaded once per
      *> run and handed to ClaimProcessing beside the contest windows.
      *> No file just means every state runs on the house defaults.
           MOVE 0 TO State-Total-Loss-Count
           OPEN INPUT State-Total-Loss-File
           IF WS-State-Total-Loss-Status = '00'
               PERFORM UNTIL WS-State-Total-Loss-Status NOT = '00'
                   READ State-Total-Loss-File
                       AT END MOVE '10' TO WS-State-Total-Loss-Status
                   END-READ
                   IF WS-State-Total-Loss-Status = '00'
                       ADD 1 TO State-Total-Loss-Count
                       MOVE State-Total-Loss-File-Record TO
                           StateTotalLossRecord(State-Total-Loss-Count)
                   END-IF
               END-PERFORM
               CLOSE State-Total-Loss-File
           END-IF.

       Load-State-RC-Holdback-Table.
      *> HOME_INSURANCE recoverable-depreciation windows by state,
      *> loaded once per run and handed to ClaimProcessing beside the
      *> total-loss thresholds. No file just means every state runs
      *> on the house default.
           MOVE 0 TO State-RC-Holdback-Count
           OPEN INPUT State-RC-Holdback-File
           IF WS-State-RC-Holdback-Status = '00'
               PERFORM UNTIL WS-State-RC-Holdback-Status NOT = '00'
                   READ State-RC-Holdback-File
                       AT END MOVE '10' TO WS-State-RC-Holdback-Status
                   END-READ
                   IF WS-State-RC-Holdback-Status = '00'
                       ADD 1 TO State-RC-Holdback-Count
                       MOVE State-RC-Holdback-File-Record TO
                           StateRCHoldbackRecord(
                               State-RC-Holdback-Count)
                   END-IF
               END-PERFORM
               CLOSE State-RC-Holdback-File
           END-IF.

       Load-Coinsurance-Table.
      *> Insured-to-value percentages by Policy-Type and coverage
      *> part, loaded once per run and handed to ClaimProcessing
      *> beside the total-loss thresholds. No file just means no part
      *> carries a coinsurance condition this run.
           MOVE 0 TO Coinsurance-Count
           OPEN INPUT Coinsurance-File
           IF WS-Coinsurance-Status = '00'
               PERFORM UNTIL WS-Coinsurance-Status NOT = '00'
                   READ Coinsurance-File
                       AT END MOVE '10' TO WS-Coinsurance-Status
                   END-READ
                   IF WS-Coinsurance-Status = '00'
                       ADD 1 TO Coinsurance-Count
                       MOVE Coinsurance-File-Record TO
                           CoinsuranceRecord(Coinsurance-Count)
                   END-IF
               END-PERFORM
               CLOSE Coinsurance-File
           END-IF.

       Validate-CAT-Event-Code.
      *> A claim stamped with an event code nobody declared would slip
      *> through every CAT cut unseen - the stamp is dropped and the
