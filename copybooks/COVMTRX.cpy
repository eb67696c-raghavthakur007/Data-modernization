      *> LIFE_INSURANCE, a COLLISION row for CAR_INSURANCE, and so on.
      *> A cause with no row for the claim's Policy-Type is not
      *> covered and rejects.
      *> Rows keyed with the reserved CM-Policy-Type STORED_VEHICLE
      *> are the comprehensive-cause list for a car laid up on
      *> VEHICLE.STORAGE, where only comprehensive stays in force:
      *> one row per cause that still pays while the car is stored
      *> (THEFT, HAIL, FIRE, ...), its CM-Coverage-Part naming the
      *> comprehensive part on a car policy's schedule (COMPREHENS).
      *> No real Policy-Type carries that name, so these rows never
      *> cover a claim on their own.
       01  Coverage-Matrix-File-Record.
           05  CM-Policy-Type          PIC X(15).
           05  CM-Cause-of-Loss        PIC X(10).
