      *> The commarea carries the policy number and the register key
      *> to resume the browse from, so paging is a fresh positioned
      *> browse per ENTER rather than a held browse across tasks.
      *> A claim on the page with an OPEN suit on CLAIMS.LITIGATION
      *> is called out on the message line, so the rep knows not to
      *> discuss a litigated claim beyond its status.
      *> CUST's customer inquiry can also start CINQ directly on a
      *> policy picked from its list, handing the Policy-Number over
      *> in the INQXFER commarea so the rep does not key it again.
      *> Every policy brought up is logged on the ACCSLOG
      *> access log for the access audit.
      *> While a batch job holds the claims register or the policy
      *> master open (BatchWindow) the message line says which job,
      *> ahead of anything else.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
           COPY CLMINQM.
           COPY CLMREGREC.
           COPY POLMSREC.
           COPY CLMLITG.
           COPY INQXFER.

       01  WS-Program-Name          PIC X(20) VALUE "ClaimsInquiry".
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
       01  WS-Saved-Message         PIC X(79).
       01  WS-Batch-Label           PIC X(16).
       01  WS-Line-Index            PIC 9(4) COMP.
       01  WS-Lines-Filled          PIC 9(4) COMP.
       01  WS-End-Of-Browse         PIC X.
       01  WS-Master-Response       PIC S9(8) COMP.
       01  WS-Litigation-Response   PIC S9(8) COMP.
      *> Claim numbers on this page that are in suit, blank-separated,
      *> and how many.
       01  WS-Suit-List             PIC X(66).
       01  WS-Suit-Pointer          PIC 9(4) COMP.
       01  WS-Suit-Count            PIC 9(4) COMP.
      *> Exactly 79 bytes - the CLINE map fields are PIC X(79), so
      *> anything wider would truncate the adjuster id off the end of
      *> every screen line. Fitting the assigned adjuster cost some

       PROCEDURE DIVISION.
       Begin-Claims-Inquiry.
      *> A transfer from CUST arrives with no map input to receive -
      *> it is recognised by its commarea length before the AID key
      *> (still whatever the rep pressed on CUST) is looked at.
           EVALUATE TRUE
               WHEN EIBCALEN = 0
                   PERFORM Send-Initial-Map
               WHEN EIBCALEN = LENGTH OF Inquiry-Transfer-Area
                   MOVE DFHCOMMAREA(1:14) TO Inquiry-Transfer-Area
                   PERFORM Process-Transfer
               WHEN EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                   PERFORM Send-Goodbye-Message
                   EXEC CICS
                       RETURN
                   END-EXEC
               WHEN OTHER
                   MOVE DFHCOMMAREA TO WS-Commarea
                   PERFORM Process-Inquiry
           END-EVALUATE

           EXEC CICS
               RETURN TRANSID('CINQ') COMMAREA(WS-Commarea)
               MOVE 'N' TO CA-More-Flag
           END-IF

           PERFORM Show-Claims-Page

           EXEC CICS
               SEND MAP('CLMINQ') MAPSET('CLMINQ') DATAONLY
           END-EXEC.

       Process-Transfer.
           MOVE SPACES TO CLMINQO
           MOVE XF-Policy-Number TO CA-Policy-Number, CNUMO
           MOVE SPACES TO CA-Resume-Key
           MOVE 'N' TO CA-More-Flag
           PERFORM Show-Claims-Page
           EXEC CICS
               SEND MAP('CLMINQ') MAPSET('CLMINQ') ERASE
           END-EXEC.

       Show-Claims-Page.
           IF CA-Policy-Number = SPACES
               MOVE "POLICY NUMBER IS REQUIRED." TO CMSGO
           ELSE
               MOVE "POLICY" TO AL-Key-Type
               MOVE CA-Policy-Number TO AL-Key-Value
               PERFORM Log-Access
               MOVE SPACES TO WS-Suit-List
               MOVE 1 TO WS-Suit-Pointer
               MOVE 0 TO WS-Suit-Count
               PERFORM Browse-Claims-Page
               PERFORM Warn-Open-Complaint
               PERFORM Warn-In-Suit
               MOVE "CLMREG" TO WS-Check-Resource
               PERFORM Warn-Batch-Window
               IF WS-Batch-Window = 'N'
                   MOVE "POLMSTR" TO WS-Check-Resource
                   PERFORM Warn-Batch-Window
               END-IF
           END-IF.

       Browse-Claims-Page.
      *> Positioned browse of the register's policy-number alternate
      -            "." TO CMSGO
           END-IF.

       Warn-In-Suit.
      *> Suit outranks the paging prompt the same way an open
      *> complaint does; with both, the line carries both.
           IF WS-Suit-Count > 0
               IF WS-Master-Response = DFHRESP(NORMAL)
                   AND Open-Complaint-Flag = 'Y'
                   MOVE SPACES TO CMSGO
                   STRING "OPEN DOI COMPLAINT - IN SUIT: "
                           WS-Suit-List DELIMITED BY SIZE
                       INTO CMSGO
               ELSE
                   MOVE SPACES TO CMSGO
                   STRING "CLAIM IN SUIT: " WS-Suit-List
                       DELIMITED BY SIZE INTO CMSGO
               END-IF
           END-IF.

       Test-Claim-In-Suit.
           MOVE CR-Claim-Number TO LT-Claim-Number
           EXEC CICS
               READ FILE('CLMLITG') INTO(Litigation-Record)
               RIDFLD(LT-Claim-Number) KEYLENGTH(10)
               RESP(WS-Litigation-Response)
           END-EXEC
           IF WS-Litigation-Response = DFHRESP(NORMAL)
               AND LT-Suit-Status = "OPEN"
               AND WS-Suit-Count < 6
               STRING CR-Claim-Number " " DELIMITED BY SIZE
                   INTO WS-Suit-List WITH POINTER WS-Suit-Pointer
               ADD 1 TO WS-Suit-Count
           END-IF.

       Read-Next-Claim.
           EXEC CICS
               READNEXT FILE('CLMREGP') INTO(Claims-Register-Record)
           MOVE CR-Decision-Date(1:6) TO DT-Decision-Date(1:6)
           MOVE CR-Decision-Date(9:2) TO DT-Decision-Date(7:2)
           MOVE CR-Adjuster-Id TO DT-Adjuster-Id
      *> Only the adjudication row stands for the claim - its later
      *> recovery/expense rows would list it again.
           IF CR-Row-Sequence = 1
               PERFORM Test-Claim-In-Suit
           END-IF

           ADD 1 TO WS-Lines-Filled
           EVALUATE WS-Lines-Filled
           EXEC CICS
               SEND MAP('CLMINQ') MAPSET('CLMINQ') ERASE FREEKB
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

       Warn-Batch-Window.
      *> A batch job holding the file (BatchWindow's row at BATCH)
      *> goes in front of whatever message was about to show - what
      *> the rep is looking at may be half-changed, or on a REBUILD
      *> not there yet at all.
           PERFORM Check-Batch-Window
           IF WS-Batch-Window = 'Y'
               IF WS-Batch-Type = "REBUILD"
                   MOVE "MID-REBUILD BY " TO WS-Batch-Label
               ELSE
                   MOVE "MID-UPDATE BY " TO WS-Batch-Label
               END-IF
               MOVE CMSGO TO WS-Saved-Message
               MOVE SPACES TO CMSGO
               STRING WS-Batch-Label DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       WS-Batch-Program DELIMITED BY SPACE
                       ": " WS-Saved-Message DELIMITED BY SIZE
                   INTO CMSGO
           END-IF.
