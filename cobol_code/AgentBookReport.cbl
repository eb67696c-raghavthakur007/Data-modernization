       FD  Book-Control-File.
       01  Book-Control-Record.
           05  BK-Agent-Code          PIC X(8).
      *> 'Y' rolls every producer's book up the agency hierarchy -
      *> to the named agency when BK-Agent-Code is given (its whole
      *> downline), otherwise to the top of each chain.
           05  BK-Rollup-Flag         PIC X.

       FD  Book-Report-File.
       01  Report-Line-Record        PIC X(132).
       01  WS-Agent-Index              PIC 9(4) COMP.
       01  WS-Type-Index               PIC 9(4) COMP.
       01  WS-Lookup-Agent             PIC X(8).
       01  WS-Rollup-Mode              PIC X VALUE 'N'.
       01  WS-Chain-Agent              PIC X(8).
       01  WS-Chain-Depth              PIC 9(2) COMP.
       01  WS-Max-Chain-Depth          PIC 9(2) COMP VALUE 5.
       01  WS-Count-Disp               PIC ZZZZZ9.
       01  WS-Amount-Disp              PIC ZZZZZZZZZZ9.99.

       Begin-Agent-Book-Report.
           DISPLAY "Starting agent book-of-business report..."
           PERFORM Load-Control-Card
      *> A rollup run climbs AGENT.MASTER for every producer it
      *> meets, so the master is held open across the accumulation.
           IF WS-Rollup-Mode = 'Y'
               OPEN INPUT Agent-Master-File
               IF WS-Agent-Master-Status NOT = "00"
                   MOVE 'N' TO WS-Rollup-Mode
               END-IF
           END-IF
           PERFORM Accumulate-In-Force-Book
           PERFORM Accumulate-Nonpay-Queue
           PERFORM Accumulate-Cancellations
           PERFORM Accumulate-Paid-Claims
           IF WS-Rollup-Mode = 'Y'
               CLOSE Agent-Master-File
           END-IF
           PERFORM Write-Book-Report
           DISPLAY "Agent book-of-business report complete."
           STOP RUN.
               END-READ
               IF WS-Book-Control-Status = "00"
                   MOVE BK-Agent-Code TO WS-One-Agent-Code
                   IF BK-Rollup-Flag = 'Y'
                       MOVE 'Y' TO WS-Rollup-Mode
                   END-IF
               END-IF
               CLOSE Book-Control-File
           END-IF.
      *> index means the agent is out of scope (single-agent run) or
      *> the table is full.
           MOVE 0 TO WS-Matched-Index
           IF WS-Rollup-Mode = 'Y'
               PERFORM Resolve-Rollup-Agent
           END-IF
           IF WS-One-Agent-Code NOT = SPACES
               AND WS-Lookup-Agent NOT = WS-One-Agent-Code
               CONTINUE
           END-PERFORM
           CLOSE POLICY-MASTER-FILE.

       Resolve-Rollup-Agent.
      *> Climb from the producer: the named agency if it turns up in
      *> the chain, otherwise the top of the chain. A producer
      *> outside the named agency keeps its own code and drops out in
      *> Find-Agent-Slot's single-agent test.
           MOVE WS-Lookup-Agent TO WS-Chain-Agent
           MOVE 0 TO WS-Chain-Depth
           PERFORM UNTIL WS-Chain-Depth > WS-Max-Chain-Depth
               IF WS-One-Agent-Code NOT = SPACES
                   AND WS-Chain-Agent = WS-One-Agent-Code
                   MOVE WS-One-Agent-Code TO WS-Lookup-Agent
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-Chain-Depth
               MOVE WS-Chain-Agent TO AG-Agent-Code
               READ Agent-Master-File
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-Agent-Master-Status NOT = "00"
                   OR AG-Parent-Agency-Code = SPACES
                   OR AG-Parent-Agency-Code = WS-Chain-Agent
                   IF WS-One-Agent-Code = SPACES
                       MOVE WS-Chain-Agent TO WS-Lookup-Agent
                   END-IF
                   EXIT PERFORM
               END-IF
               MOVE AG-Parent-Agency-Code TO WS-Chain-Agent
           END-PERFORM.

       Roll-Policy-Into-Type.
           MOVE 0 TO WS-Scan-Index
           PERFORM VARYING WS-Type-Index FROM 1 BY 1
                   "  " AG-Agent-Name(1:40)
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           IF WS-Rollup-Mode = 'Y'
               MOVE "  (WHOLE AGENCY BOOK - ROLLED UP THE HIERARCHY)"
                   TO WS-Report-Line
               PERFORM Write-Report-Line
           END-IF

           MOVE "  POLICY TYPE      IN-FORCE          PREMIUM" TO
               WS-Report-Line
