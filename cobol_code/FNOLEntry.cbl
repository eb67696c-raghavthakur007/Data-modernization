      *> Online CICS first-notice-of-loss entry transaction (FNOL),
      *> alongside PolicyInquiry's PINQ. The rep taking the phoned-in
      *> loss keys policy number, date of loss, cause, and estimated
      *> amount - and, on a replacement-cost HOME loss, the
      *> recoverable depreciation the adjuster took off it, which
      *> ClaimProcessing holds back until proof of repair; the
      *> screen applies the same field edits batch
      *> intake's Validate-Claim-Record applies, confirms in-force
      *> status off the policy's own effective/expiration dates with
      *> a keyed read of the master, queues the claim onto
      *> ClaimsIntake's next run, exactly like any batch-fed claim -
      *> and hands the caller an FNOL reference built from the entry
      *> time so the claim can be found before it numbers.
      *> Every policy brought up is logged on the ACCSLOG
      *> access log for the access audit.
      *> While a batch job holds the intake queue or the policy master
      *> open (BatchWindow) the claim is not lost and not refused: it
      *> is written to FNOL.HOLD (defined to CICS as FNOLHOLD) instead,
      *> and ClaimsIntake replays the hold file onto CLAIMS.INTAKE at
      *> the start of its next run. With the master mid-update the
      *> in-force check is left to batch intake's own validation.
       ENVIRONMENT DIVISION.

       DATA DIVISION.

       01  WS-Program-Name          PIC X(20) VALUE "FNOLEntry".
       01  WS-Response              PIC S9(8) COMP.
      *> Access-log fields - every policy, claim, customer, or agent
      *> this transaction shows is logged on the ACCSLOG ESDS.
           COPY ACCSLOG.
       01  WS-Log-Abstime           PIC S9(15) COMP-3.
       01  WS-Log-RBA               PIC S9(8) COMP.
       01  WS-Log-Response          PIC S9(8) COMP.
      *> Batch-window check - the SYSTEM.STATUS rows (SYSSTAT)
      *> BatchWindow keeps per batch job and the file it is holding.
           COPY SYSSTAT.
       01  WS-Check-Resource        PIC X(8).
       01  WS-Batch-Window          PIC X.
       01  WS-Batch-Program         PIC X(20).
       01  WS-Batch-Type            PIC X(10).
       01  WS-Status-Response       PIC S9(8) COMP.
       01  WS-End-Of-Status         PIC X.
       01  WS-Policy-Window         PIC X.
      *> CLMINTAK normally; FNOLHOLD while intake or the master is in
      *> a batch window.
       01  WS-Queue-File            PIC X(8).
       01  WS-Edit-Message          PIC X(79).
      *> The screen's eleven digits are an implied-decimal 9(9)V99 -
      *> redefined rather than NUMVAL'd so the pennies land where the
       01  WS-Amount-Display        PIC X(11).
       01  WS-Amount-Numeric REDEFINES WS-Amount-Display
                                    PIC 9(9)V99.
      *> Depreciation keyed the same way; left blank it is zero.
       01  WS-Depreciation-Display  PIC X(11).
       01  WS-Depreciation-Numeric REDEFINES WS-Depreciation-Display
                                    PIC 9(9)V99.
       01  WS-Loss-YYYYMMDD         PIC 9(8).
       01  WS-Eff-YYYYMMDD          PIC 9(8).
       01  WS-Exp-YYYYMMDD          PIC 9(8).
           IF WS-Edit-Message NOT = SPACES
               MOVE WS-Edit-Message TO FMSGO
           ELSE
               MOVE "POLMSTR" TO WS-Check-Resource
               PERFORM Check-Batch-Window
               MOVE WS-Batch-Window TO WS-Policy-Window
               IF WS-Policy-Window = 'N'
                   PERFORM Verify-Policy-In-Force
               END-IF
               IF WS-Edit-Message NOT = SPACES
                   MOVE WS-Edit-Message TO FMSGO
               ELSE
                   MOVE "CLMINTAK" TO WS-Check-Resource
                   PERFORM Check-Batch-Window
                   IF WS-Policy-Window = 'Y'
                       OR WS-Batch-Window = 'Y'
                       MOVE "FNOLHOLD" TO WS-Queue-File
                   ELSE
                       MOVE "CLMINTAK" TO WS-Queue-File
                   END-IF
                   PERFORM Queue-Claim-To-Intake
               END-IF
           END-IF
               IF WS-Amount-Numeric NOT > 0
                   MOVE "AMOUNT OF LOSS MUST BE POSITIVE." TO
                       WS-Edit-Message
               ELSE
                   PERFORM Edit-Depreciation-Field
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       Edit-Depreciation-Field.
      *> Unsigned digits only, so it cannot go negative; it can never
      *> be more than the loss it came off. Whether the policy is a
      *> HOME policy is checked once the master has been read.
           MOVE ZEROS TO WS-Depreciation-Display
           IF FDEPL OF FNOLENTI > 0
               AND FDEPI NOT = SPACES
               AND FDEPI NOT = LOW-VALUES
               IF FDEPI NOT NUMERIC
                   MOVE "DEPRECIATION MUST BE NUMERIC (9(9)V99)." TO
                       WS-Edit-Message
               ELSE
                   MOVE FDEPI TO WS-Depreciation-Display
                   IF WS-Depreciation-Numeric > WS-Amount-Numeric
                       MOVE "DEPRECIATION CANNOT EXCEED THE AMOUNT."
                           TO WS-Edit-Message
                   END-IF
               END-IF
           END-IF.

       Verify-Policy-In-Force.
      *> Keyed read of the master the same way PINQ reads it, then
      *> the in-force test off this policy's own dates - the same
      *> window batch adjudication enforces, applied while the
      *> caller can still be told.
           MOVE FPOLI TO Policy-Number OF Policy-Master-Record
           MOVE "POLICY" TO AL-Key-Type
           MOVE FPOLI TO AL-Key-Value
           PERFORM Log-Access
           EXEC CICS
               READ FILE('POLMSTR') INTO(Policy-Master-Record)
               RIDFLD(Policy-Number OF Policy-Master-Record)
                   OR WS-Loss-YYYYMMDD > WS-Exp-YYYYMMDD
                   MOVE "LOSS DATE IS OUTSIDE THE POLICY TERM." TO
                       WS-Edit-Message
               ELSE
                   IF WS-Depreciation-Numeric > 0
                       AND Policy-Type OF Policy-Master-Record NOT =
                           "HOME_INSURANCE"
                       MOVE "DEPRECIATION APPLIES TO HOME CLAIMS ONLY."
                           TO WS-Edit-Message
                   END-IF
               END-IF
           END-IF
           END-IF.
      *> The claim goes onto the same CLAIMS.INTAKE queue the batch
      *> feeds land on, in the CLMREC layout, claim number blank -
      *> the next ClaimsIntake run numbers and adjudicates it like
      *> any other claim. A claim held in a batch window goes onto
      *> FNOL.HOLD in the same layout, for ClaimsIntake to replay.
           MOVE SPACES TO ClaimRecord
           MOVE FPOLI TO Policy-Number OF ClaimRecord
           MOVE FLOSSI TO Date-of-Loss OF ClaimRecord
           MOVE WS-Amount-Numeric TO Amount-of-Loss OF ClaimRecord
           MOVE 0 TO Net-Payment-Amount OF ClaimRecord
           MOVE 0 TO Installment-Months OF ClaimRecord
           MOVE 0 TO Lien-Payoff-Amount OF ClaimRecord
      *> With the master mid-update the HOME test above was not
      *> made - ClaimProcessing only holds depreciation back on a
      *> HOME_INSURANCE policy in any case.
           MOVE WS-Depreciation-Numeric TO
               Depreciation-Amount OF ClaimRecord
           MOVE 'N' TO Installment-Election OF ClaimRecord
           MOVE 'N' TO Fast-Track-Flag OF ClaimRecord

           MOVE 0 TO WS-Write-RBA
           EXEC CICS
               WRITE FILE(WS-Queue-File) FROM(ClaimRecord)
               RIDFLD(WS-Write-RBA)
               RESP(WS-Response)
           END-EXEC
               STRING "FNOL-" WS-Time-Now(3:6)
                   DELIMITED BY SIZE INTO WS-FNOL-Reference
               MOVE SPACES TO FMSGO
               IF WS-Queue-File = "FNOLHOLD"
                   STRING "SYSTEM IN BATCH - CLAIM HELD FOR REPLAY - "
                           "REFERENCE " WS-FNOL-Reference
                       DELIMITED BY SIZE INTO FMSGO
               ELSE
                   STRING "CLAIM RECORDED - REFERENCE "
                           WS-FNOL-Reference
                           " - NUMBER ASSIGNED AT NEXT INTAKE RUN."
                       DELIMITED BY SIZE INTO FMSGO
               END-IF
           END-IF.

       Send-Goodbye-Message.
           EXEC CICS
               SEND MAP('FNOLENT') MAPSET('FNOLENT') ERASE FREEKB
           END-EXEC.

       Log-Access.
      *> One ACCSLOG row per view, the caller having set the key type
      *> and value - who (the signed-on user), from which terminal,
      *> under which transaction, and when. A failed log write is
      *> not allowed to take the rep's screen down with it.
           EXEC CICS
               ASSIGN USERID(AL-User-Id)
           END-EXEC
           MOVE EIBTRMID TO AL-Terminal-Id
           MOVE EIBTRNID TO AL-Transaction-Id
           EXEC CICS
               ASKTIME ABSTIME(WS-Log-Abstime)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-Log-Abstime)
               YYYYMMDD(AL-Access-Date) TIME(AL-Access-Time)
           END-EXEC
           MOVE 0 TO WS-Log-RBA
           EXEC CICS
               WRITE FILE('ACCSLOG') FROM(Access-Log-Record)
               RIDFLD(WS-Log-RBA)
               RESP(WS-Log-Response)
           END-EXEC.

       Check-Batch-Window.
      *> Browses SYSTEM.STATUS from the first row for the file named
      *> in WS-Check-Resource; any of its rows still at BATCH means a
      *> batch job has the file open for update or rebuild. A status
      *> file that cannot be read is taken as no window open - the
      *> online day is not stopped for want of the switch.
           MOVE 'N' TO WS-Batch-Window
           MOVE SPACES TO WS-Batch-Program, WS-Batch-Type
           MOVE WS-Check-Resource TO SY-Resource-Name
           MOVE LOW-VALUES TO SY-Program-Name
           EXEC CICS
               STARTBR FILE('SYSSTAT')
               RIDFLD(SY-Status-Key) GTEQ
               RESP(WS-Status-Response)
           END-EXEC

           IF WS-Status-Response = DFHRESP(NORMAL)
               MOVE 'N' TO WS-End-Of-Status
               PERFORM Read-Next-Status-Row
                   UNTIL WS-End-Of-Status = 'Y'
               EXEC CICS
                   ENDBR FILE('SYSSTAT')
               END-EXEC
           END-IF.

       Read-Next-Status-Row.
           EXEC CICS
               READNEXT FILE('SYSSTAT') INTO(System-Status-Record)
               RIDFLD(SY-Status-Key)
               RESP(WS-Status-Response)
           END-EXEC

           IF WS-Status-Response NOT = DFHRESP(NORMAL)
               OR SY-Resource-Name NOT = WS-Check-Resource
               MOVE 'Y' TO WS-End-Of-Status
           ELSE
               IF SY-Window-Status = "BATCH"
                   MOVE 'Y' TO WS-Batch-Window
                   MOVE SY-Program-Name TO WS-Batch-Program
                   MOVE SY-Window-Type TO WS-Batch-Type
               END-IF
           END-IF.
