      *> CLMSALV - one row of SALVAGE.EXPECTED, opened by
      *> ClaimProcessing when a CAR_INSURANCE claim is paid as a total
      *> loss - the vehicle becomes ours, and its salvage sale is money
      *> we expect back. RecoveryApplication matches each SALVAGE
      *> recovery on RECOVERY.INTAKE to the claim's OPEN row and flips
      *> it to RECEIVED with what actually came in, so an unsold or
      *> under-sold salvage vehicle is visible instead of forgotten.
       01  Salvage-Expected-Record.
           05  SV-Claim-Number        PIC X(10).
           05  SV-Policy-Number       PIC X(10).
           05  SV-VIN                 PIC X(17).
           05  SV-Vehicle-Value       PIC 9(9)V99.
           05  SV-Expected-Amount     PIC 9(9)V99.
           05  SV-Opened-Date         PIC X(10).
           05  SV-Received-Amount     PIC 9(9)V99.
           05  SV-Received-Date       PIC X(10).
           05  SV-Salvage-Status      PIC X(10).
