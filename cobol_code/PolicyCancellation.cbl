       01  WS-Remaining-Days         PIC S9(9).
       01  WS-Pro-Rata-Unearned      PIC 9(9)V99.
       01  WS-Short-Rate-Refund      PIC 9(9)V99.
       01  WS-Verification-Type      PIC X(3) VALUE "CAN".
       01  WS-Verification-VIN       PIC X(17) VALUE SPACES.

       LINKAGE SECTION.
           COPY POLMSTBL.
               MOVE "CANCELLED" TO
                   Policy-Status OF PolicyDB2Record(WS-Matched-Index)
               PERFORM Write-Cancellation-Extract
      *> Every vehicle comes off the DMV's insured list as of the
      *> cancellation date.
               CALL "InsuranceVerification" USING
                   PolicyDB2Record(WS-Matched-Index),
                   WS-Verification-Type, WS-Verification-VIN,
                   LK-Cancellation-Date
           END-IF
           EXIT PROGRAM.

