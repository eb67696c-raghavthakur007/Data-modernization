       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgentInquiry.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Online CICS agent inquiry transaction (AINQ) for customer
      *> service, alongside PINQ and CINQ - agents phone in asking
      *> what their commission is this month and which of their
      *> policies are delinquent, and reps were looking both up by
      *> hand. A rep keys an agent code into the AGTINQ map and gets
      *> the agent's status and licensed states off AGENT.MASTER, the
      *> settlement balance carried forward on AGENT.CARRYFWD (a
      *> negative one is chargebacks still to be earned back), and
      *> the DUE and HELD commission totals. Below that the screen
      *> pages one of two lists, eight rows to a page:
      *>   - the agent's in-force (ACTIVE) policies with premium and
      *>     the delinquency flag, by a browse of the policy master's
      *>     Agent-Code alternate index; or
      *>   - the agent's open DUE/HELD commission rows, by a browse of
      *>     AGENT.COMMINQ, the keyed copy CommissionInquiryLoad
      *>     rebuilds from AGENT.COMMISSION after each commission or
      *>     settlement run.
      *> ENTER pages the list on screen, PF5 switches lists. The
      *> commarea carries the agent code, which list is showing and
      *> the key to resume from, so paging is a fresh positioned
      *> browse per ENTER the way CINQ and CNOT page.
      *> Every agent brought up is logged on the ACCSLOG
      *> access log for the access audit.
      *> While a batch job holds the policy master open (BatchWindow)
      *> the message line says which job, ahead of anything else.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHAID.
           COPY AGTINQM.
           COPY AGTMSREC.
           COPY AGTCFWD.
           COPY AGTCOMQ.
           COPY POLMSREC.

       01  WS-Program-Name          PIC X(20) VALUE "AgentInquiry".
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
       01  WS-Lines-Filled          PIC 9(4) COMP.
       01  WS-End-Of-Browse         PIC X.
       01  WS-State-Index           PIC 9(4) COMP.
       01  WS-State-Pointer         PIC 9(4) COMP.
       01  WS-Due-Total             PIC 9(11)V99.
       01  WS-Held-Total            PIC 9(11)V99.
       01  WS-Total-Disp            PIC ZZZZZZZZZZ9.99.
       01  WS-Carry-Disp            PIC -ZZZZZZZZZ9.99.
       01  WS-Carry-Total           PIC S9(11)V99.
       01  WS-Detail-Line           PIC X(79).

      *> Exactly 77 bytes inside the 79-byte ALINE map fields - the
      *> holder name is clipped to 22 characters; the master row
      *> itself carries it in full.
       01  WS-Policy-Line.
           05  PL-Policy-Number     PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  PL-Holder-Name       PIC X(22).
           05  FILLER               PIC X VALUE SPACE.
           05  PL-Policy-Type       PIC X(15).
           05  FILLER               PIC X VALUE SPACE.
           05  PL-Payment-Plan      PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  PL-Policy-Premium    PIC ZZZZZZZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  PL-Delinquent        PIC X(3).
       01  WS-Policy-Heading.
           05  FILLER               PIC X(40) VALUE
               "POLICY NO  POLICYHOLDER           TYPE  ".
           05  FILLER               PIC X(39) VALUE
               "          PLAN            PREMIUM DLQ".

      *> Exactly 79 bytes - the policy type is clipped to thirteen
      *> characters and the money columns show up to 99,999,999.99.
       01  WS-Commission-Line.
           05  CL-Policy-Number     PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  CL-Term-Number       PIC 9(3).
           05  FILLER               PIC X VALUE SPACE.
           05  CL-Commission-Type   PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  CL-Policy-Type       PIC X(13).
           05  FILLER               PIC X VALUE SPACE.
           05  CL-Policy-Premium    PIC ZZZZZZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  CL-Commission-Rate   PIC 9.999.
           05  FILLER               PIC X VALUE SPACE.
           05  CL-Commission-Amount PIC ZZZZZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  CL-Settlement-Status PIC X(10).
       01  WS-Commission-Heading.
           05  FILLER               PIC X(40) VALUE
               "POLICY NO  TRM TYPE       POLICY TYPE   ".
           05  FILLER               PIC X(39) VALUE
               "    PREMIUM  RATE     AMOUNT STATUS".

       01  WS-Commarea.
           05  CA-Agent-Code        PIC X(8).
      *> P - in-force policies; C - open commission rows.
           05  CA-List-Mode         PIC X.
           05  CA-Resume-Key        PIC X(15).
           05  CA-More-Flag         PIC X.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-Agent-Code        PIC X(8).
           05  LK-List-Mode         PIC X.
           05  LK-Resume-Key        PIC X(15).
           05  LK-More-Flag         PIC X.

       PROCEDURE DIVISION.
       Begin-Agent-Inquiry.
           IF EIBCALEN = 0
               PERFORM Send-Initial-Map
           ELSE
               IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                   PERFORM Send-Goodbye-Message
                   EXEC CICS
                       RETURN
                   END-EXEC
               ELSE
                   MOVE DFHCOMMAREA TO WS-Commarea
                   PERFORM Process-Inquiry
               END-IF
           END-IF

           EXEC CICS
               RETURN TRANSID('AINQ') COMMAREA(WS-Commarea)
           END-EXEC.

       Send-Initial-Map.
           MOVE SPACES TO AGTINQO
           MOVE -1 TO ANUML OF AGTINQO
           MOVE "ENTER AN AGENT CODE AND PRESS ENTER." TO AMSGO
           MOVE SPACES TO CA-Agent-Code, CA-Resume-Key
           MOVE 'P' TO CA-List-Mode
           MOVE 'N' TO CA-More-Flag
           EXEC CICS
               SEND MAP('AGTINQ') MAPSET('AGTINQ') ERASE
           END-EXEC.

       Process-Inquiry.
           EXEC CICS
               RECEIVE MAP('AGTINQ') MAPSET('AGTINQ')
               RESP(WS-Response)
           END-EXEC

           MOVE SPACES TO ANAMEO, ASTATUSO, ASTATESO, ACARRYO, ADUEO,
               AHELDO, AHEADO, ALINE1O, ALINE2O, ALINE3O, ALINE4O,
               ALINE5O, ALINE6O, ALINE7O, ALINE8O, AMSGO

      *> A newly keyed agent code starts over on the policy list;
      *> PF5 flips to the other list from its top; ENTER with the
      *> same (or no) code carries on from where the last page
      *> stopped.
           IF ANUMI NOT = SPACES
               AND ANUMI NOT = CA-Agent-Code
               MOVE ANUMI TO CA-Agent-Code
               MOVE 'P' TO CA-List-Mode
               MOVE SPACES TO CA-Resume-Key
               MOVE 'N' TO CA-More-Flag
           ELSE
               IF EIBAID = DFHPF5
                   IF CA-List-Mode = 'C'
                       MOVE 'P' TO CA-List-Mode
                   ELSE
                       MOVE 'C' TO CA-List-Mode
                   END-IF
                   MOVE SPACES TO CA-Resume-Key
                   MOVE 'N' TO CA-More-Flag
               END-IF
           END-IF

           IF CA-Agent-Code = SPACES
               MOVE "AGENT CODE IS REQUIRED." TO AMSGO
           ELSE
               PERFORM Lookup-Agent-Master
               IF WS-Response = DFHRESP(NORMAL)
                   PERFORM Show-Agent-Header
                   IF CA-List-Mode = 'C'
                       MOVE WS-Commission-Heading TO AHEADO
                       PERFORM Browse-Commission-Page
                   ELSE
                       MOVE WS-Policy-Heading TO AHEADO
                       PERFORM Browse-Policy-Page
                   END-IF
               ELSE
                   MOVE "AGENT CODE NOT FOUND." TO AMSGO
                   MOVE SPACES TO CA-Agent-Code, CA-Resume-Key
               END-IF
               MOVE "POLMSTR" TO WS-Check-Resource
               PERFORM Warn-Batch-Window
           END-IF

           EXEC CICS
               SEND MAP('AGTINQ') MAPSET('AGTINQ') DATAONLY
           END-EXEC.

       Lookup-Agent-Master.
      *> Keyed read of the same indexed AGENT.MASTER AgentMasterLoad
      *> maintains in batch - this transaction only ever reads it.
           MOVE CA-Agent-Code TO AG-Agent-Code
           MOVE "AGENT" TO AL-Key-Type
           MOVE CA-Agent-Code TO AL-Key-Value
           PERFORM Log-Access
           EXEC CICS
               READ FILE('AGTMSTR') INTO(Agent-Master-Record)
               RIDFLD(AG-Agent-Code) KEYLENGTH(8)
               RESP(WS-Response)
           END-EXEC.

       Show-Agent-Header.
           MOVE AG-Agent-Name TO ANAMEO
           MOVE AG-Agent-Status TO ASTATUSO

      *> AG-Licensed-States packs up to ten two-character codes side
      *> by side - the screen spaces them out so they read as codes.
           MOVE 1 TO WS-State-Pointer
           PERFORM VARYING WS-State-Index FROM 1 BY 2
               UNTIL WS-State-Index > 19
               IF AG-Licensed-States(WS-State-Index:2) NOT = SPACES
                   STRING AG-Licensed-States(WS-State-Index:2) " "
                       DELIMITED BY SIZE
                       INTO ASTATESO WITH POINTER WS-State-Pointer
               END-IF
           END-PERFORM

      *> No carry-forward row just means nothing has waited over from
      *> a prior settlement. The balance is kept per writing company;
      *> the screen shows the agent's total across them.
           PERFORM Total-Carry-Forward
           MOVE WS-Carry-Total TO WS-Carry-Disp
           MOVE WS-Carry-Disp TO ACARRYO

           PERFORM Total-Open-Commission
           MOVE WS-Due-Total TO WS-Total-Disp
           MOVE WS-Total-Disp TO ADUEO
           MOVE WS-Held-Total TO WS-Total-Disp
           MOVE WS-Total-Disp TO AHELDO.

       Total-Carry-Forward.
           MOVE 0 TO WS-Carry-Total
           MOVE CA-Agent-Code TO CF-Agent-Code
           MOVE LOW-VALUES TO CF-Company-Code
           EXEC CICS
               STARTBR FILE('AGTCFWD')
               RIDFLD(CF-Carry-Key)
               RESP(WS-Response)
           END-EXEC

           IF WS-Response = DFHRESP(NORMAL)
               MOVE 'N' TO WS-End-Of-Browse
               PERFORM UNTIL WS-End-Of-Browse = 'Y'
                   EXEC CICS
                       READNEXT FILE('AGTCFWD')
                       INTO(Agent-Carryforward-Record)
                       RIDFLD(CF-Carry-Key)
                       RESP(WS-Response)
                   END-EXEC
                   IF WS-Response NOT = DFHRESP(NORMAL)
                       OR CF-Agent-Code NOT = CA-Agent-Code
                       MOVE 'Y' TO WS-End-Of-Browse
                   ELSE
                       ADD CF-Carry-Amount TO WS-Carry-Total
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR FILE('AGTCFWD')
               END-EXEC
           END-IF.

       Total-Open-Commission.
      *> Every open row for the agent, whatever page is showing - the
      *> totals answer "what is my commission this month" on their
      *> own.
           MOVE 0 TO WS-Due-Total, WS-Held-Total
           MOVE CA-Agent-Code TO CQ-Agent-Code
           MOVE 0 TO CQ-Row-Sequence
           EXEC CICS
               STARTBR FILE('AGTCOMQ')
               RIDFLD(CQ-Inquiry-Key)
               RESP(WS-Response)
           END-EXEC

           IF WS-Response = DFHRESP(NORMAL)
               MOVE 'N' TO WS-End-Of-Browse
               PERFORM UNTIL WS-End-Of-Browse = 'Y'
                   EXEC CICS
                       READNEXT FILE('AGTCOMQ')
                       INTO(Commission-Inquiry-Record)
                       RIDFLD(CQ-Inquiry-Key)
                       RESP(WS-Response)
                   END-EXEC
                   IF WS-Response NOT = DFHRESP(NORMAL)
                       OR CQ-Agent-Code NOT = CA-Agent-Code
                       MOVE 'Y' TO WS-End-Of-Browse
                   ELSE
                       IF CQ-Settlement-Status = "HELD"
                           ADD CQ-Commission-Amount TO WS-Held-Total
                       ELSE
                           ADD CQ-Commission-Amount TO WS-Due-Total
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR FILE('AGTCOMQ')
               END-EXEC
           END-IF.

       Browse-Policy-Page.
      *> Positioned browse of the policy master's Agent-Code
      *> alternate index ('POLMSTA' is the path CICS defines over
      *> it). Only ACTIVE policies are listed; resuming a page skips
      *> every policy up to the last one shown.
           MOVE CA-Agent-Code TO Agent-Code OF Policy-Master-Record
           EXEC CICS
               STARTBR FILE('POLMSTA')
               RIDFLD(Agent-Code OF Policy-Master-Record) KEYLENGTH(8)
               RESP(WS-Response)
           END-EXEC

           IF WS-Response NOT = DFHRESP(NORMAL)
               MOVE "NO POLICIES ON FILE FOR THIS AGENT." TO AMSGO
           ELSE
               MOVE 0 TO WS-Lines-Filled
               MOVE 'N' TO WS-End-Of-Browse
               PERFORM Read-Next-Policy
                   UNTIL WS-Lines-Filled = 8
                       OR WS-End-Of-Browse = 'Y'
               EXEC CICS
                   ENDBR FILE('POLMSTA')
               END-EXEC
               IF WS-Lines-Filled = 0
                   MOVE "NO MORE IN-FORCE POLICIES - PF5 FOR COMMISSION
      -                "S." TO AMSGO
                   MOVE SPACES TO CA-Resume-Key
               ELSE
                   IF WS-End-Of-Browse = 'Y'
                       MOVE "END OF IN-FORCE POLICIES - PF5 FOR COMMISS
      -                    "IONS." TO AMSGO
                       MOVE 'N' TO CA-More-Flag
                   ELSE
                       MOVE "PRESS ENTER FOR THE NEXT PAGE." TO AMSGO
                       MOVE 'Y' TO CA-More-Flag
                   END-IF
               END-IF
           END-IF.

       Read-Next-Policy.
           EXEC CICS
               READNEXT FILE('POLMSTA') INTO(Policy-Master-Record)
               RIDFLD(Agent-Code OF Policy-Master-Record) KEYLENGTH(8)
               RESP(WS-Response)
           END-EXEC

           IF WS-Response NOT = DFHRESP(NORMAL)
               AND WS-Response NOT = DFHRESP(DUPKEY)
               MOVE 'Y' TO WS-End-Of-Browse
           ELSE
               IF Agent-Code OF Policy-Master-Record NOT =
                   CA-Agent-Code
                   MOVE 'Y' TO WS-End-Of-Browse
               ELSE
      *> Policies up to and including the saved resume key were shown
      *> on an earlier page.
                   IF CA-Resume-Key NOT = SPACES
                       AND Policy-Number OF Policy-Master-Record
                           NOT > CA-Resume-Key(1:10)
                       CONTINUE
                   ELSE
                       IF Policy-Status OF Policy-Master-Record =
                           "ACTIVE"
                           PERFORM Fill-Policy-Line
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Fill-Policy-Line.
           MOVE Policy-Number OF Policy-Master-Record TO
               PL-Policy-Number
           MOVE Policy-Holder-Name OF Policy-Master-Record TO
               PL-Holder-Name
           MOVE Policy-Type OF Policy-Master-Record TO PL-Policy-Type
           IF Payment-Plan OF Policy-Master-Record = SPACES
               MOVE "ANNUAL" TO PL-Payment-Plan
           ELSE
               MOVE Payment-Plan OF Policy-Master-Record TO
                   PL-Payment-Plan
           END-IF
           MOVE Policy-Premium OF Policy-Master-Record TO
               PL-Policy-Premium
           IF Delinquency-Flag OF Policy-Master-Record = 'Y'
               MOVE "YES" TO PL-Delinquent
           ELSE
               MOVE SPACES TO PL-Delinquent
           END-IF
           MOVE WS-Policy-Line TO WS-Detail-Line
           PERFORM Place-Detail-Line
           MOVE Policy-Number OF Policy-Master-Record TO CA-Resume-Key.

       Browse-Commission-Page.
      *> Positioned browse of AGENT.COMMINQ by its primary key - the
      *> agent's rows sit together in the order they were written.
           MOVE CA-Agent-Code TO CQ-Agent-Code
           MOVE 0 TO CQ-Row-Sequence
           EXEC CICS
               STARTBR FILE('AGTCOMQ')
               RIDFLD(CQ-Inquiry-Key)
               RESP(WS-Response)
           END-EXEC

           IF WS-Response NOT = DFHRESP(NORMAL)
               MOVE "NO OPEN COMMISSION FOR THIS AGENT." TO AMSGO
           ELSE
               MOVE 0 TO WS-Lines-Filled
               MOVE 'N' TO WS-End-Of-Browse
               PERFORM Read-Next-Commission
                   UNTIL WS-Lines-Filled = 8
                       OR WS-End-Of-Browse = 'Y'
               EXEC CICS
                   ENDBR FILE('AGTCOMQ')
               END-EXEC
               IF WS-Lines-Filled = 0
                   MOVE "NO MORE OPEN COMMISSION - PF5 FOR POLICIES."
                       TO AMSGO
                   MOVE SPACES TO CA-Resume-Key
               ELSE
                   IF WS-End-Of-Browse = 'Y'
                       MOVE
                           "END OF OPEN COMMISSION - PF5 FOR POLICIES."
                           TO AMSGO
                       MOVE 'N' TO CA-More-Flag
                   ELSE
                       MOVE "PRESS ENTER FOR THE NEXT PAGE." TO AMSGO
                       MOVE 'Y' TO CA-More-Flag
                   END-IF
               END-IF
           END-IF.

       Read-Next-Commission.
           EXEC CICS
               READNEXT FILE('AGTCOMQ') INTO(Commission-Inquiry-Record)
               RIDFLD(CQ-Inquiry-Key)
               RESP(WS-Response)
           END-EXEC

           IF WS-Response NOT = DFHRESP(NORMAL)
               OR CQ-Agent-Code NOT = CA-Agent-Code
               MOVE 'Y' TO WS-End-Of-Browse
           ELSE
               IF CA-Resume-Key NOT = SPACES
                   AND CQ-Inquiry-Key NOT > CA-Resume-Key
                   CONTINUE
               ELSE
                   PERFORM Fill-Commission-Line
               END-IF
           END-IF.

       Fill-Commission-Line.
           MOVE CQ-Policy-Number TO CL-Policy-Number
           MOVE CQ-Term-Number TO CL-Term-Number
           MOVE CQ-Commission-Type TO CL-Commission-Type
           MOVE CQ-Policy-Type TO CL-Policy-Type
           MOVE CQ-Policy-Premium TO CL-Policy-Premium
           MOVE CQ-Commission-Rate TO CL-Commission-Rate
           MOVE CQ-Commission-Amount TO CL-Commission-Amount
           MOVE CQ-Settlement-Status TO CL-Settlement-Status
           MOVE WS-Commission-Line TO WS-Detail-Line
           PERFORM Place-Detail-Line
           MOVE CQ-Inquiry-Key TO CA-Resume-Key.

       Place-Detail-Line.
           ADD 1 TO WS-Lines-Filled
           EVALUATE WS-Lines-Filled
               WHEN 1
                   MOVE WS-Detail-Line TO ALINE1O
               WHEN 2
                   MOVE WS-Detail-Line TO ALINE2O
               WHEN 3
                   MOVE WS-Detail-Line TO ALINE3O
               WHEN 4
                   MOVE WS-Detail-Line TO ALINE4O
               WHEN 5
                   MOVE WS-Detail-Line TO ALINE5O
               WHEN 6
                   MOVE WS-Detail-Line TO ALINE6O
               WHEN 7
                   MOVE WS-Detail-Line TO ALINE7O
               WHEN 8
                   MOVE WS-Detail-Line TO ALINE8O
           END-EVALUATE.

       Send-Goodbye-Message.
           MOVE SPACES TO AGTINQO
           MOVE "AGENT INQUIRY ENDED." TO AMSGO
           EXEC CICS
               SEND MAP('AGTINQ') MAPSET('AGTINQ') ERASE FREEKB
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
               MOVE AMSGO TO WS-Saved-Message
               MOVE SPACES TO AMSGO
               STRING WS-Batch-Label DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       WS-Batch-Program DELIMITED BY SPACE
                       ": " WS-Saved-Message DELIMITED BY SIZE
                   INTO AMSGO
           END-IF.
