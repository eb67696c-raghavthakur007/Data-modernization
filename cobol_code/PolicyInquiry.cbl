      *> status, and latest claim status back in real time, instead
      *> of waiting for the next batch report. This is the first CICS
      *> program in this system - everything else here is batch.
      *> CUST's customer inquiry can also start PINQ directly on a
      *> policy picked from its list, handing the Policy-Number over
      *> in the INQXFER commarea so the rep does not key it again.
      *> Every policy brought up is logged on the ACCSLOG
      *> access log for the access audit.
      *> While a batch job holds the policy master open (BatchWindow)
      *> the message line says which job, ahead of anything else.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
      *> since the file is defined to CICS (FCT), not opened by this
      *> program.
           COPY POLMSREC.
           COPY INQXFER.

       01  WS-Program-Name          PIC X(20) VALUE "PolicyInquiry".
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
       01  WS-Commarea-Flag         PIC X.

       LINKAGE SECTION.
       01  DFHCOMMAREA              PIC X(14).

       PROCEDURE DIVISION.
       Begin-Inquiry.
      *> A transfer from CUST arrives with no map input to receive -
      *> it is recognised by its commarea length before the AID key
      *> (still whatever the rep pressed on CUST) is looked at.
           EVALUATE TRUE
               WHEN EIBCALEN = 0
                   PERFORM Send-Initial-Map
               WHEN EIBCALEN = LENGTH OF Inquiry-Transfer-Area
                   MOVE DFHCOMMAREA TO Inquiry-Transfer-Area
                   PERFORM Process-Transfer
               WHEN EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                   PERFORM Send-Goodbye-Message
                   EXEC CICS
                       RETURN
                   END-EXEC
               WHEN OTHER
                   PERFORM Process-Inquiry
           END-EVALUATE

           EXEC CICS
               RETURN TRANSID('PINQ') COMMAREA(WS-Commarea-Flag)
               RESP(WS-Response)
           END-EXEC

           PERFORM Show-Policy

           EXEC CICS
               SEND MAP('POLINQ') MAPSET('POLINQ') DATAONLY
           END-EXEC.

       Process-Transfer.
           MOVE SPACES TO POLINQO
           MOVE XF-Policy-Number TO PNUMO
           PERFORM Show-Policy
           EXEC CICS
               SEND MAP('POLINQ') MAPSET('POLINQ') ERASE
           END-EXEC.

       Show-Policy.
           MOVE SPACES TO PHNAMEO, PTYPEO, PSTATUSO, PCLSTATO, PCLDATEO,
               PMSGO
           MOVE ZERO TO PPREMO, PCOVERO
               ELSE
                   MOVE "POLICY NUMBER NOT FOUND." TO PMSGO
               END-IF
               MOVE "POLMSTR" TO WS-Check-Resource
               PERFORM Warn-Batch-Window
           END-IF.

       Lookup-Policy-Master.
      *> A keyed EXEC CICS READ against the same indexed policy master
      *> NewBusinessIssuance/ClaimProcessing already read and write in
      *> batch - this transaction only ever reads it.
           MOVE PNUMI TO Policy-Number
           MOVE "POLICY" TO AL-Key-Type
           MOVE PNUMI TO AL-Key-Value
           PERFORM Log-Access
           EXEC CICS
               READ FILE('POLMSTR') INTO(Policy-Master-Record)
               RIDFLD(Policy-Number) KEYLENGTH(10)
           EXEC CICS
               SEND MAP('POLINQ') MAPSET('POLINQ') ERASE FREEKB
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
               MOVE PMSGO TO WS-Saved-Message
               MOVE SPACES TO PMSGO
               STRING WS-Batch-Label DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       WS-Batch-Program DELIMITED BY SPACE
                       ": " WS-Saved-Message DELIMITED BY SIZE
                   INTO PMSGO
           END-IF.
