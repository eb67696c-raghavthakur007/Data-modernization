       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeeLookup.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Shared billing-fee lookup - BillingExtract (installment
      *> charge), CashApplication (late and NSF fees) and
      *> PaymentPlanChange all price a fee the same way, by the
      *> policy's State-Code and the fee type, so the rule lives in
      *> one place. FEE.SCHEDULE is Compliance-maintained and small,
      *> so it is re-read per call the way WatchlistScreening re-reads
      *> WATCH.LIST rather than held in a passed table. A state with
      *> no row for the fee type gets the house default; a state row
      *> flagged prohibited comes back not allowed with a zero fee.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Fee-Schedule-File ASSIGN TO "FEE.SCHEDULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Fee-Schedule-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Fee-Schedule-File.
           COPY FEEREC.

       WORKING-STORAGE SECTION.
       01  WS-Fee-Schedule-Status      PIC XX.
       01  WS-End-Of-Fees              PIC X.
       01  WS-Fee-Found                PIC X.
      *> House fees for a state Compliance has not filed a row for -
      *> the flat installment charge we always carried, plus a late
      *> fee after a short grace and a returned-payment fee.
       01  WS-Default-Installment-Fee  PIC 9(5)V99 VALUE 5.00.
       01  WS-Default-Late-Fee         PIC 9(5)V99 VALUE 10.00.
       01  WS-Default-Late-Grace-Days  PIC 9(3)    VALUE 10.
       01  WS-Default-NSF-Fee          PIC 9(5)V99 VALUE 25.00.

       LINKAGE SECTION.
       01  LK-State-Code          PIC X(2).
       01  LK-Fee-Type            PIC X(10).
       01  LK-Fee-Amount          PIC 9(5)V99.
       01  LK-Grace-Days          PIC 9(3).
       01  LK-Fee-Allowed         PIC X.

       PROCEDURE DIVISION USING LK-State-Code, LK-Fee-Type,
               LK-Fee-Amount, LK-Grace-Days, LK-Fee-Allowed.
       Begin-Fee-Lookup.
           MOVE 'N' TO WS-Fee-Found
           EVALUATE LK-Fee-Type
               WHEN "INSTALLMNT"
                   MOVE WS-Default-Installment-Fee TO LK-Fee-Amount
                   MOVE 0 TO LK-Grace-Days
               WHEN "LATE"
                   MOVE WS-Default-Late-Fee TO LK-Fee-Amount
                   MOVE WS-Default-Late-Grace-Days TO LK-Grace-Days
               WHEN "NSF"
                   MOVE WS-Default-NSF-Fee TO LK-Fee-Amount
                   MOVE 0 TO LK-Grace-Days
               WHEN OTHER
                   MOVE 0 TO LK-Fee-Amount
                   MOVE 0 TO LK-Grace-Days
           END-EVALUATE
           MOVE 'Y' TO LK-Fee-Allowed

           OPEN INPUT Fee-Schedule-File
           IF WS-Fee-Schedule-Status = "00"
               MOVE 'N' TO WS-End-Of-Fees
               PERFORM UNTIL WS-End-Of-Fees = 'Y'
                   READ Fee-Schedule-File
                       AT END MOVE 'Y' TO WS-End-Of-Fees
                   END-READ
                   IF WS-End-Of-Fees = 'N'
                       AND FE-State-Code = LK-State-Code
                       AND FE-Fee-Type = LK-Fee-Type
                       MOVE 'Y' TO WS-Fee-Found
                       MOVE 'Y' TO WS-End-Of-Fees
                   END-IF
               END-PERFORM
               CLOSE Fee-Schedule-File
           END-IF

           IF WS-Fee-Found = 'Y'
               IF FE-Prohibited = 'Y'
                   MOVE 'N' TO LK-Fee-Allowed
                   MOVE 0 TO LK-Fee-Amount
                   MOVE 0 TO LK-Grace-Days
               ELSE
                   MOVE FE-Fee-Amount TO LK-Fee-Amount
                   MOVE FE-Grace-Days TO LK-Grace-Days
               END-IF
           END-IF

           IF LK-Fee-Amount = 0
               MOVE 'N' TO LK-Fee-Allowed
           END-IF
           EXIT PROGRAM.
