           "AgentMasterLoad".
       01  WS-Offending-Value          PIC X(15).
       01  WS-Blank-Code               PIC X(10) VALUE SPACES.
      *> WriteExceptionReport's key is PIC X(10); the agent code is
      *> moved up to that width before the CALL.
       01  WS-Exception-Key            PIC X(10).
       01  WS-End-Of-Maint             PIC X VALUE 'N'.
       01  WS-Loaded-Count             PIC 9(8) COMP VALUE 0.

                   WS-Blank-Code, WS-Program-Name,
                   WS-Offending-Value
           ELSE
      *> An agency cannot sit under itself - that would send the
      *> override climb round in a circle. The row still loads, at
      *> the top of its own chain.
               IF AG-Parent-Agency-Code OF Agent-Maint-Record =
                       AG-Agent-Code OF Agent-Maint-Record
                   MOVE "SELF PARENT" TO WS-Offending-Value
                   MOVE AG-Agent-Code OF Agent-Maint-Record TO
                       WS-Exception-Key
                   CALL "WriteExceptionReport" USING
                       WS-Exception-Key, WS-Program-Name,
                       WS-Offending-Value
                   MOVE SPACES TO
                       AG-Parent-Agency-Code OF Agent-Maint-Record
               END-IF
               MOVE Agent-Maint-Record TO Agent-Master-Record
               WRITE Agent-Master-Record
                   INVALID KEY
