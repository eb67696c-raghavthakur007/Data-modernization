      *> only ever settles DUE rows.
       01  WS-Commission-Held            PIC X.
       01  WS-State-Scan                 PIC 9(2) COMP.
      *> Walking the agency hierarchy up from the producer: the next
      *> agency code up, how many levels have been climbed (a chain
      *> deeper than the cap is a loop in the master, not a real
      *> hierarchy), and whether the producer's own row was held.
       01  WS-Chain-Agent                PIC X(8).
       01  WS-Chain-Depth                PIC 9(2) COMP.
       01  WS-Max-Chain-Depth            PIC 9(2) COMP VALUE 5.
       01  WS-Producer-Code              PIC X(8).
       01  WS-Producer-Held              PIC X.
       01  WS-Program-Name               PIC X(20) VALUE
           "AgentCommission".
       01  WS-Offending-Value            PIC X(15).
           ELSE
               MOVE "DUE" TO AC-Settlement-Status
           END-IF
           MOVE "BASE" TO AC-Commission-Type
           MOVE Writing-Company-Code OF PolicyDB2Record(Record-Count)
               TO AC-Company-Code
           IF AC-Company-Code = SPACES
               MOVE "01" TO AC-Company-Code
           END-IF

           OPEN EXTEND Agent-Commission-File
           IF WS-Agent-Commission-Status = "35"
               OPEN OUTPUT Agent-Commission-File
           END-IF
           WRITE Agent-Commission-Record
           IF WS-Agent-Found = 'Y'
               PERFORM Write-Override-Chain
           END-IF
           CLOSE Agent-Commission-File.

       Write-Override-Chain.
      *> One OVERRIDE row per agency above the producer that carries
      *> an override rate, on the same policy premium, alongside the
      *> producer's own row. An override is held when the producer's
      *> commission is held (the business itself is in question) or
      *> when the agency is no longer ACTIVE. A parent code missing
      *> from the master ends the chain with an exceptions entry.
           MOVE AG-Agent-Code TO WS-Producer-Code
           MOVE WS-Commission-Held TO WS-Producer-Held
           MOVE AG-Parent-Agency-Code TO WS-Chain-Agent
           MOVE 0 TO WS-Chain-Depth
           PERFORM UNTIL WS-Chain-Agent = SPACES
                   OR WS-Chain-Agent = WS-Producer-Code
                   OR WS-Chain-Depth >= WS-Max-Chain-Depth
               ADD 1 TO WS-Chain-Depth
               MOVE WS-Chain-Agent TO AG-Agent-Code
               READ Agent-Master-File
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-Agent-Master-Status NOT = "00"
                   MOVE WS-Chain-Agent TO WS-Offending-Value
                   CALL "WriteExceptionReport" USING
                       AC-Policy-Number, WS-Program-Name,
                       WS-Offending-Value
                   MOVE SPACES TO WS-Chain-Agent
               ELSE
                   IF AG-Override-Rate > 0
                       MOVE AG-Agent-Code TO AC-Agent-Code
                       MOVE AG-Override-Rate TO AC-Commission-Rate
                       COMPUTE AC-Commission-Amount ROUNDED =
                           AC-Policy-Premium * AG-Override-Rate
                       IF WS-Producer-Held = 'Y'
                           OR AG-Agent-Status NOT = "ACTIVE"
                           MOVE "HELD" TO AC-Settlement-Status
                       ELSE
                           MOVE "DUE" TO AC-Settlement-Status
                       END-IF
                       MOVE "OVERRIDE" TO AC-Commission-Type
                       WRITE Agent-Commission-Record
                   END-IF
                   MOVE AG-Parent-Agency-Code TO WS-Chain-Agent
               END-IF
           END-PERFORM.

       Write-Agent-Statement.
      *> One statement row per agent, not per policy - only fire on
      *> this policy if it's the first record in the table for its
