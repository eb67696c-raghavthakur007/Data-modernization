      *> sequence), so a claim's notes come back in entry order; the
      *> commarea carries the claim number and the note key to resume
      *> from, so paging is a fresh positioned browse per ENTER.
      *> Every claim brought up is logged on the ACCSLOG
      *> access log for the access audit.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       01  WS-Program-Name          PIC X(20) VALUE
           "ClaimNotesInquiry".
       01  WS-Response              PIC S9(8) COMP.
      *> Access-log fields - every policy, claim, customer, or agent
      *> this transaction shows is logged on the ACCSLOG ESDS.
           COPY ACCSLOG.
       01  WS-Log-Abstime           PIC S9(15) COMP-3.
       01  WS-Log-RBA               PIC S9(8) COMP.
       01  WS-Log-Response          PIC S9(8) COMP.
       01  WS-Lines-Filled          PIC 9(4) COMP.
       01  WS-End-Of-Browse         PIC X.
      *> Exactly 78 bytes inside the 79-byte NLINE map fields - the
      *> Positioned browse of CLAIMS.NOTES by its primary key -
      *> resuming a page re-positions at the saved key and skips the
      *> note already shown.
           MOVE "CLAIM" TO AL-Key-Type
           MOVE CA-Claim-Number TO AL-Key-Value
           PERFORM Log-Access
           MOVE CA-Claim-Number TO CN-Claim-Number
           MOVE 0 TO CN-Note-Sequence
           EXEC CICS
           EXEC CICS
               SEND MAP('CLMNOTQ') MAPSET('CLMNOTQ') ERASE FREEKB
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
