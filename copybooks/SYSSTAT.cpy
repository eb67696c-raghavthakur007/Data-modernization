      *> SYSSTAT - one row of SYSTEM.STATUS (defined to CICS as
      *> SYSSTAT), the batch-window switch. A batch job that updates
      *> or rebuilds a file the online transactions use calls
      *> BatchWindow with mode START before it touches the file and
      *> END when it is done; the row for that file and program reads
      *> BATCH in between. The online side browses the rows for the
      *> file it is about to use - any row at BATCH means the file is
      *> mid-update. SY-Resource-Name is the file's CICS name:
      *> POLMSTR (the policy master, alternate paths included),
      *> CLMINTAK (the claims intake queue), CLMREG (the claims
      *> register). A job that abends leaves its row at BATCH, which
      *> is the truth - the file stays suspect until the rerun ends.
       01  System-Status-Record.
           05  SY-Status-Key.
               10  SY-Resource-Name   PIC X(8).
               10  SY-Program-Name    PIC X(20).
      *> BATCH while the window is open, AVAILABLE once it closes.
           05  SY-Window-Status       PIC X(10).
      *> UPDATE (records changed in place) or REBUILD (the file is
      *> emptied and reloaded - nothing on it can be trusted).
           05  SY-Window-Type         PIC X(10).
           05  SY-Start-Date          PIC X(10).
           05  SY-Start-Time          PIC X(8).
           05  SY-End-Date            PIC X(10).
           05  SY-End-Time            PIC X(8).
