      *> CATMORAT - one row of the external CAT.MORATORIUM file, the
      *> binding moratoriums the CAT desk posts against a CAT.EVENT
      *> event when a watch goes up (edit the flat file, no
      *> recompile). Each row names the event, the window the
      *> moratorium runs, and the risks it covers: the states, the
      *> ZIP prefixes (three to five digits, left-justified) and the
      *> Policy-Types. A list left entirely blank covers everything on
      *> that dimension - a row with states and no ZIP prefixes covers
      *> the whole of each state. A blank end date keeps the
      *> moratorium on until the desk keys one; the day after the end
      *> date it lifts by itself. CatMoratoriumCheck screens against
      *> it.
       01  CAT-Moratorium-File-Record.
           05  CM-Event-Code           PIC X(6).
           05  CM-Start-Date           PIC X(10).
           05  CM-End-Date             PIC X(10).
           05  CM-State-Code           PIC X(2) OCCURS 10 TIMES.
           05  CM-Zip-Prefix           PIC X(5) OCCURS 20 TIMES.
           05  CM-Policy-Type          PIC X(15) OCCURS 5 TIMES.
