      *> VEHSTOR - one row of VEHICLE.STORAGE, the lay-up suspension
      *> on one scheduled vehicle of a CAR_INSURANCE policy, keyed by
      *> policy number and VH-VIN. Written SUSPENDED by VehicleStorage
      *> when a stored car drops to comprehensive only, and moved to
      *> RESUMED when full coverage comes back - on request, on the
      *> scheduled resume date, or at the maximum suspension length -
      *> or CLOSED when the vehicle or the policy went away while
      *> stored. One row per vehicle: a second lay-up the next winter
      *> reuses it. ClaimProcessing reads it to hold a loss during
      *> the stored period to comprehensive.
       01  Vehicle-Storage-Record.
           05  VS-Storage-Key.
               10  VS-Policy-Number   PIC X(10).
               10  VS-VIN             PIC X(17).
           05  VS-Storage-Status      PIC X(10).
      *> VH-Usage the vehicle had before it was stored - put back on
      *> the schedule when it resumes.
           05  VS-Original-Usage      PIC X(10).
           05  VS-Suspend-Date        PIC X(10).
      *> When full coverage comes back unless the customer calls
      *> first - the requested date, never later than
      *> VS-Max-Resume-Date.
           05  VS-Resume-Date         PIC X(10).
           05  VS-Max-Resume-Date     PIC X(10).
           05  VS-Resumed-Date        PIC X(10).
      *> REQUESTED, SCHEDULED, or MAXIMUM on a resumed row; why it
      *> closed (VIN GONE, CANCELLED) on a closed one.
           05  VS-Resume-Reason       PIC X(10).
           05  VS-Premium-Credit      PIC 9(9)V99.
           05  VS-Premium-Charge      PIC 9(9)V99.
           05  VS-Requested-By        PIC X(8).
