       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerInquiry.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Online CICS customer inquiry transaction (CUST) - the front
      *> door for callers who do not know their Policy-Number, which
      *> is most of them. A rep keys either a Customer-Id or a partial
      *> name (with an optional ZIP to narrow it) into the CUSINQ map:
      *>   - a name search browses CUSTOMER.MASTER by its name
      *>     alternate index and lists the matching customers - id,
      *>     name, city, state, ZIP - eight to a page;
      *>   - a Customer-Id (keyed, or picked off the name list with
      *>     SELECT LINE and ENTER) shows that customer and lists
      *>     every policy carrying the id, by a browse of the policy
      *>     master's Customer-Id alternate index - type, status,
      *>     term, premium, balance still owed on the term, and latest
      *>     claim status.
      *> From the policy list, SELECT LINE with PF4 jumps straight
      *> into PINQ for that policy and PF5 into CINQ, handing the
      *> policy number over in the INQXFER commarea so the rep never
      *> re-keys it. Paging works the way CINQ's does - the commarea
      *> carries the search, the key to resume from, and the keys of
      *> the lines on screen so a selection resolves to the row the
      *> rep was looking at.
      *> Every customer shown, and every name search, is logged on
      *> the ACCSLOG access log for the access audit.
      *> While a batch job holds the policy master open (BatchWindow)
      *> the message line says which job, ahead of anything else.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHAID.
           COPY CUSINQM.
           COPY CUSTMREC.
           COPY POLMSREC.
           COPY INQXFER.

       01  WS-Program-Name          PIC X(20) VALUE "CustomerInquiry".
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
       01  WS-Line-Index            PIC 9(4) COMP.
       01  WS-Selected-Line         PIC 9(4) COMP.
       01  WS-Name-Length           PIC 9(4) COMP.
       01  WS-Transfer-Transid      PIC X(4).
       01  WS-Balance               PIC S9(9)V99.
       01  WS-Detail-Line           PIC X(79).
       01  WS-Name-Key.
           05  NK-Customer-Name     PIC X(50).
           05  NK-Customer-Id       PIC X(10).

      *> Exactly 78 bytes inside the 79-byte ULINE map fields - the
      *> name is clipped to 35 characters and the city to 15.
       01  WS-Customer-Line.
           05  KL-Line-Number       PIC 9.
           05  FILLER               PIC X VALUE SPACE.
           05  KL-Customer-Id       PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  KL-Customer-Name     PIC X(35).
           05  FILLER               PIC X VALUE SPACE.
           05  KL-Addr-City         PIC X(15).
           05  FILLER               PIC X VALUE SPACE.
           05  KL-Addr-State        PIC X(2).
           05  FILLER               PIC X VALUE SPACE.
           05  KL-Addr-Zip          PIC X(10).
       01  WS-Customer-Heading.
           05  FILLER               PIC X(40) VALUE
               "  CUSTOMER   NAME                       ".
           05  FILLER               PIC X(39) VALUE
               "          CITY            ST ZIP".

      *> Exactly 78 bytes - the money columns show up to
      *> 99,999,999.99; a credit balance shows with a minus sign.
       01  WS-Policy-Line.
           05  PL-Line-Number       PIC 9.
           05  FILLER               PIC X VALUE SPACE.
           05  PL-Policy-Number     PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  PL-Policy-Type       PIC X(15).
           05  FILLER               PIC X VALUE SPACE.
           05  PL-Policy-Status     PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  PL-Term-Number       PIC 9(3).
           05  FILLER               PIC X VALUE SPACE.
           05  PL-Policy-Premium    PIC ZZZZZZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  PL-Balance           PIC -ZZZZZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  PL-Claim-Status      PIC X(10).
       01  WS-Policy-Heading.
           05  FILLER               PIC X(40) VALUE
               "  POLICY NO  TYPE            STATUS     ".
           05  FILLER               PIC X(39) VALUE
               "TRM     PREMIUM     BALANCE LAST CLAIM".

       01  WS-Commarea.
           05  CA-Customer-Id       PIC X(10).
           05  CA-Search-Name       PIC X(30).
           05  CA-Search-Zip        PIC X(10).
      *> N - customers matching the name search; P - the policies of
      *> CA-Customer-Id; space - nothing listed yet.
           05  CA-List-Mode         PIC X.
           05  CA-Resume-Key        PIC X(60).
           05  CA-Page-Start-Key    PIC X(60).
           05  CA-Line-Key OCCURS 8 TIMES
                                    PIC X(10).
           05  CA-More-Flag         PIC X.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-Customer-Id       PIC X(10).
           05  LK-Search-Name       PIC X(30).
           05  LK-Search-Zip        PIC X(10).
           05  LK-List-Mode         PIC X.
           05  LK-Resume-Key        PIC X(60).
           05  LK-Page-Start-Key    PIC X(60).
           05  LK-Line-Keys         PIC X(80).
           05  LK-More-Flag         PIC X.

       PROCEDURE DIVISION.
       Begin-Customer-Inquiry.
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
               RETURN TRANSID('CUST') COMMAREA(WS-Commarea)
           END-EXEC.

       Send-Initial-Map.
           MOVE SPACES TO CUSINQO
           MOVE -1 TO UIDL OF CUSINQO
           MOVE "ENTER A CUSTOMER ID, OR A NAME AND OPTIONAL ZIP." TO
               UMSGO
           MOVE SPACES TO CA-Customer-Id, CA-Search-Name,
               CA-Search-Zip, CA-List-Mode, CA-Resume-Key,
               CA-Page-Start-Key
           PERFORM Clear-Line-Keys
           MOVE 'N' TO CA-More-Flag
           EXEC CICS
               SEND MAP('CUSINQ') MAPSET('CUSINQ') ERASE
           END-EXEC.

       Process-Inquiry.
           EXEC CICS
               RECEIVE MAP('CUSINQ') MAPSET('CUSINQ')
               RESP(WS-Response)
           END-EXEC

           MOVE SPACES TO UCNAMEO, USTATO, UADDRO, UHEADO, ULINE1O,
               ULINE2O, ULINE3O, ULINE4O, ULINE5O, ULINE6O, ULINE7O,
               ULINE8O, USELO, UMSGO

           MOVE 0 TO WS-Selected-Line
           IF USELI IS NUMERIC
               MOVE USELI TO WS-Selected-Line
           END-IF
           IF WS-Selected-Line > 8
               MOVE 0 TO WS-Selected-Line
           END-IF
           IF WS-Selected-Line > 0
               IF CA-Line-Key(WS-Selected-Line) = SPACES
                   MOVE 0 TO WS-Selected-Line
               END-IF
           END-IF

      *> A newly keyed id or search starts its list from the top. A
      *> selected line picks that customer, or hands that policy to
      *> PINQ/CINQ. Anything else is ENTER for the next page of
      *> whatever is listed.
           EVALUATE TRUE
               WHEN UIDI NOT = SPACES
                   AND UIDI NOT = CA-Customer-Id
                   MOVE UIDI TO CA-Customer-Id
                   PERFORM Start-Policy-List
               WHEN UNAMEI NOT = SPACES
                   AND (UNAMEI NOT = CA-Search-Name
                       OR UZIPI NOT = CA-Search-Zip)
                   MOVE UNAMEI TO CA-Search-Name
                   MOVE UZIPI TO CA-Search-Zip
                   MOVE 'N' TO CA-List-Mode
                   MOVE SPACES TO CA-Resume-Key
                   MOVE 'N' TO CA-More-Flag
                   PERFORM Browse-Name-Page
               WHEN WS-Selected-Line > 0 AND CA-List-Mode = 'N'
                   MOVE CA-Line-Key(WS-Selected-Line) TO CA-Customer-Id
                   PERFORM Start-Policy-List
               WHEN WS-Selected-Line > 0 AND CA-List-Mode = 'P'
                   AND (EIBAID = DFHPF4 OR EIBAID = DFHPF5)
                   PERFORM Transfer-To-Inquiry
               WHEN EIBAID = DFHPF4 OR EIBAID = DFHPF5
                   MOVE CA-Page-Start-Key TO CA-Resume-Key
                   PERFORM Show-Current-List
                   MOVE "KEY A POLICY LINE IN SELECT LINE, THEN PF4 TO S
      -                "EE PINQ OR PF5 FOR CINQ." TO UMSGO
               WHEN OTHER
                   PERFORM Show-Current-List
           END-EVALUATE
           MOVE "POLMSTR" TO WS-Check-Resource
           PERFORM Warn-Batch-Window

           EXEC CICS
               SEND MAP('CUSINQ') MAPSET('CUSINQ') DATAONLY
           END-EXEC.

       Show-Current-List.
           EVALUATE CA-List-Mode
               WHEN 'N'
                   PERFORM Browse-Name-Page
               WHEN 'P'
                   PERFORM Show-Customer-Policies
               WHEN OTHER
                   MOVE "ENTER A CUSTOMER ID, OR A NAME AND OPTIONAL ZIP
      -                "." TO UMSGO
           END-EVALUATE.

       Start-Policy-List.
           MOVE 'P' TO CA-List-Mode
           MOVE SPACES TO CA-Resume-Key
           MOVE 'N' TO CA-More-Flag
           PERFORM Show-Customer-Policies.

       Transfer-To-Inquiry.
      *> RETURN IMMEDIATE starts PINQ or CINQ at once on this
      *> terminal with the chosen policy in the INQXFER commarea -
      *> control does not come back here.
           IF EIBAID = DFHPF4
               MOVE "PINQ" TO WS-Transfer-Transid
           ELSE
               MOVE "CINQ" TO WS-Transfer-Transid
           END-IF
           MOVE "CUST" TO XF-From-Transid
           MOVE CA-Line-Key(WS-Selected-Line) TO XF-Policy-Number
           EXEC CICS
               RETURN TRANSID(WS-Transfer-Transid)
               COMMAREA(Inquiry-Transfer-Area)
               IMMEDIATE
           END-EXEC.

       Clear-Line-Keys.
           PERFORM VARYING WS-Line-Index FROM 1 BY 1
               UNTIL WS-Line-Index > 8
               MOVE SPACES TO CA-Line-Key(WS-Line-Index)
           END-PERFORM.

       Show-Customer-Policies.
           MOVE "CUSTOMER" TO AL-Key-Type
           MOVE CA-Customer-Id TO AL-Key-Value
           PERFORM Log-Access
           MOVE CA-Customer-Id TO CU-Customer-Id
           EXEC CICS
               READ FILE('CUSTMSTR') INTO(Customer-Master-Record)
               RIDFLD(CU-Customer-Id) KEYLENGTH(10)
               RESP(WS-Response)
           END-EXEC

           IF WS-Response NOT = DFHRESP(NORMAL)
               MOVE "CUSTOMER ID NOT FOUND." TO UMSGO
               MOVE SPACES TO CA-Customer-Id, CA-List-Mode,
                   CA-Resume-Key
               PERFORM Clear-Line-Keys
           ELSE
               MOVE CU-Customer-Id TO UIDO
               MOVE CU-Customer-Name TO UCNAMEO
               MOVE CU-Customer-Status TO USTATO
               MOVE CU-Customer-Address TO UADDRO
               MOVE WS-Policy-Heading TO UHEADO
               PERFORM Browse-Policy-Page
           END-IF.

       Browse-Policy-Page.
      *> Positioned browse of the policy master's Customer-Id
      *> alternate index ('POLMSTC' is the path CICS defines over
      *> it). Resuming a page skips every policy up to the last one
      *> shown.
           MOVE CA-Resume-Key TO CA-Page-Start-Key
           PERFORM Clear-Line-Keys
           MOVE CA-Customer-Id TO Customer-Id OF Policy-Master-Record
           EXEC CICS
               STARTBR FILE('POLMSTC')
               RIDFLD(Customer-Id OF Policy-Master-Record)
               KEYLENGTH(10)
               RESP(WS-Response)
           END-EXEC

           IF WS-Response NOT = DFHRESP(NORMAL)
               MOVE "NO POLICIES ON FILE FOR THIS CUSTOMER." TO UMSGO
           ELSE
               MOVE 0 TO WS-Lines-Filled
               MOVE 'N' TO WS-End-Of-Browse
               PERFORM Read-Next-Policy
                   UNTIL WS-Lines-Filled = 8
                       OR WS-End-Of-Browse = 'Y'
               EXEC CICS
                   ENDBR FILE('POLMSTC')
               END-EXEC
               IF WS-Lines-Filled = 0
                   MOVE "NO MORE POLICIES FOR THIS CUSTOMER." TO UMSGO
                   MOVE SPACES TO CA-Resume-Key
               ELSE
                   IF WS-End-Of-Browse = 'Y'
                       MOVE "END OF POLICIES - SELECT A LINE, PF4=PINQ P
      -                    "F5=CINQ." TO UMSGO
                       MOVE 'N' TO CA-More-Flag
                   ELSE
                       MOVE "ENTER=NEXT PAGE - SELECT A LINE, PF4=PINQ P
      -                    "F5=CINQ." TO UMSGO
                       MOVE 'Y' TO CA-More-Flag
                   END-IF
               END-IF
           END-IF.

       Read-Next-Policy.
           EXEC CICS
               READNEXT FILE('POLMSTC') INTO(Policy-Master-Record)
               RIDFLD(Customer-Id OF Policy-Master-Record)
               KEYLENGTH(10)
               RESP(WS-Response)
           END-EXEC

           IF WS-Response NOT = DFHRESP(NORMAL)
               AND WS-Response NOT = DFHRESP(DUPKEY)
               MOVE 'Y' TO WS-End-Of-Browse
           ELSE
               IF Customer-Id OF Policy-Master-Record NOT =
                   CA-Customer-Id
                   MOVE 'Y' TO WS-End-Of-Browse
               ELSE
      *> Policies up to and including the saved resume key were shown
      *> on an earlier page.
                   IF CA-Resume-Key NOT = SPACES
                       AND Policy-Number OF Policy-Master-Record
                           NOT > CA-Resume-Key(1:10)
                       CONTINUE
                   ELSE
                       PERFORM Fill-Policy-Line
                   END-IF
               END-IF
           END-IF.

       Fill-Policy-Line.
           ADD 1 TO WS-Lines-Filled
           MOVE WS-Lines-Filled TO PL-Line-Number
           MOVE Policy-Number OF Policy-Master-Record TO
               PL-Policy-Number
           MOVE Policy-Type OF Policy-Master-Record TO PL-Policy-Type
           MOVE Policy-Status OF Policy-Master-Record TO
               PL-Policy-Status
           MOVE Term-Number OF Policy-Master-Record TO PL-Term-Number
           MOVE Policy-Premium OF Policy-Master-Record TO
               PL-Policy-Premium
      *> Balance is the term premium not yet paid - negative when the
      *> customer has paid ahead.
           COMPUTE WS-Balance =
               Policy-Premium OF Policy-Master-Record -
               Cumulative-Premium-Paid OF Policy-Master-Record
           MOVE WS-Balance TO PL-Balance
           MOVE Latest-Claim-Status OF Policy-Master-Record TO
               PL-Claim-Status
           MOVE WS-Policy-Line TO WS-Detail-Line
           PERFORM Place-Detail-Line
           MOVE Policy-Number OF Policy-Master-Record TO
               CA-Line-Key(WS-Lines-Filled)
           MOVE Policy-Number OF Policy-Master-Record TO CA-Resume-Key.

       Browse-Name-Page.
      *> Positioned browse of CUSTOMER.MASTER's name alternate index
      *> ('CUSTNAME' is the path CICS defines over it). The partial
      *> name keyed, padded with spaces, positions at the first name
      *> that starts with it; the browse stops at the first name that
      *> does not. A ZIP narrows the list to customers whose ZIP
      *> starts with the same five digits.
           MOVE CA-Resume-Key TO CA-Page-Start-Key
           PERFORM Clear-Line-Keys
           MOVE 30 TO WS-Name-Length
           PERFORM UNTIL WS-Name-Length = 1
                   OR CA-Search-Name(WS-Name-Length:1) NOT = SPACE
               SUBTRACT 1 FROM WS-Name-Length
           END-PERFORM

           MOVE "NAME" TO AL-Key-Type
           MOVE CA-Search-Name TO AL-Key-Value
           PERFORM Log-Access
           MOVE CA-Search-Name TO CU-Customer-Name
           EXEC CICS
               STARTBR FILE('CUSTNAME')
               RIDFLD(CU-Customer-Name) KEYLENGTH(50)
               RESP(WS-Response)
           END-EXEC

           IF WS-Response NOT = DFHRESP(NORMAL)
               MOVE "NO CUSTOMERS MATCH THIS NAME." TO UMSGO
           ELSE
               MOVE WS-Customer-Heading TO UHEADO
               MOVE 0 TO WS-Lines-Filled
               MOVE 'N' TO WS-End-Of-Browse
               PERFORM Read-Next-Customer
                   UNTIL WS-Lines-Filled = 8
                       OR WS-End-Of-Browse = 'Y'
               EXEC CICS
                   ENDBR FILE('CUSTNAME')
               END-EXEC
               IF WS-Lines-Filled = 0
                   MOVE "NO MORE CUSTOMERS MATCH THIS NAME." TO UMSGO
                   MOVE SPACES TO CA-Resume-Key
               ELSE
                   IF WS-End-Of-Browse = 'Y'
                       MOVE "END OF MATCHES - KEY ITS LINE IN SELECT LIN
      -                    "E AND PRESS ENTER." TO UMSGO
                       MOVE 'N' TO CA-More-Flag
                   ELSE
                       MOVE "ENTER=NEXT PAGE, OR KEY A LINE IN SELECT LI
      -                    "NE AND PRESS ENTER." TO UMSGO
                       MOVE 'Y' TO CA-More-Flag
                   END-IF
               END-IF
           END-IF.

       Read-Next-Customer.
           EXEC CICS
               READNEXT FILE('CUSTNAME') INTO(Customer-Master-Record)
               RIDFLD(CU-Customer-Name) KEYLENGTH(50)
               RESP(WS-Response)
           END-EXEC

           IF WS-Response NOT = DFHRESP(NORMAL)
               AND WS-Response NOT = DFHRESP(DUPKEY)
               MOVE 'Y' TO WS-End-Of-Browse
           ELSE
               IF CU-Customer-Name(1:WS-Name-Length) NOT =
                   CA-Search-Name(1:WS-Name-Length)
                   MOVE 'Y' TO WS-End-Of-Browse
               ELSE
      *> Customers up to and including the saved name + id were shown
      *> on an earlier page.
                   MOVE CU-Customer-Name TO NK-Customer-Name
                   MOVE CU-Customer-Id TO NK-Customer-Id
                   IF CA-Resume-Key NOT = SPACES
                       AND WS-Name-Key NOT > CA-Resume-Key
                       CONTINUE
                   ELSE
                       IF CA-Search-Zip = SPACES
                           OR CU-Addr-Zip(1:5) = CA-Search-Zip(1:5)
                           PERFORM Fill-Customer-Line
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Fill-Customer-Line.
           ADD 1 TO WS-Lines-Filled
           MOVE WS-Lines-Filled TO KL-Line-Number
           MOVE CU-Customer-Id TO KL-Customer-Id
           MOVE CU-Customer-Name TO KL-Customer-Name
           MOVE CU-Addr-City TO KL-Addr-City
           MOVE CU-Addr-State TO KL-Addr-State
           MOVE CU-Addr-Zip TO KL-Addr-Zip
           MOVE WS-Customer-Line TO WS-Detail-Line
           PERFORM Place-Detail-Line
           MOVE CU-Customer-Id TO CA-Line-Key(WS-Lines-Filled)
           MOVE WS-Name-Key TO CA-Resume-Key.

       Place-Detail-Line.
           EVALUATE WS-Lines-Filled
               WHEN 1
                   MOVE WS-Detail-Line TO ULINE1O
               WHEN 2
                   MOVE WS-Detail-Line TO ULINE2O
               WHEN 3
                   MOVE WS-Detail-Line TO ULINE3O
               WHEN 4
                   MOVE WS-Detail-Line TO ULINE4O
               WHEN 5
                   MOVE WS-Detail-Line TO ULINE5O
               WHEN 6
                   MOVE WS-Detail-Line TO ULINE6O
               WHEN 7
                   MOVE WS-Detail-Line TO ULINE7O
               WHEN 8
                   MOVE WS-Detail-Line TO ULINE8O
           END-EVALUATE.

       Send-Goodbye-Message.
           MOVE SPACES TO CUSINQO
           MOVE "CUSTOMER INQUIRY ENDED." TO UMSGO
           EXEC CICS
               SEND MAP('CUSINQ') MAPSET('CUSINQ') ERASE FREEKB
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
               MOVE UMSGO TO WS-Saved-Message
               MOVE SPACES TO UMSGO
               STRING WS-Batch-Label DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       WS-Batch-Program DELIMITED BY SPACE
                       ": " WS-Saved-Message DELIMITED BY SIZE
                   INTO UMSGO
           END-IF.
