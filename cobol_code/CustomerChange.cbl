       DATE-COMPILED.
      *> Customer-level maintenance - one change keyed once instead of
      *> once per policy. Reads CUSTOMER.CHANGE transactions (customer
      *> id, new name, address and/or tax id - blank means
      *> unchanged), updates CUSTOMER.MASTER, and flows the change
      *> onto every policy on the policy master carrying that
      *> Customer-Id, so an address change reaches all of the
      *> customer's policies and every letter written after this
      *> run. Correspondence already
      *> sitting in the extract files keeps the address it was written
      *> with - those rows are history, not mail queues this program
      *> can reach into. A new address clears any returned-mail flag
      *> ReturnedMailIntake put on the customer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  Customer-Change-File.
           COPY CUSTCHG.

       FD  Customer-Master-File.
           COPY CUSTMREC.
               IF CC-New-Name NOT = SPACES
                   MOVE CC-New-Name TO CU-Customer-Name
               END-IF
               IF CC-New-Tax-Id NOT = SPACES
                   MOVE CC-New-Tax-Id TO CU-Tax-Id
               END-IF
               PERFORM Resolve-New-Address
               IF WS-Address-Changed = 'Y'
                   MOVE WS-Address-Blob TO CU-Customer-Address
                   MOVE SPACES TO CU-Address-Status
                   MOVE SPACES TO CU-Returned-Date
                   IF CC-New-Street NOT = SPACES
                       OR CC-New-City NOT = SPACES
                       MOVE CC-New-Street TO CU-Addr-Street
