      *> VEHSTORSEL - FILE-CONTROL entry for VEHICLE.STORAGE, the
      *> vehicle lay-up suspensions, keyed by policy number and VIN.
      *> COPY into any program that suspends, resumes, or checks a
      *> stored vehicle (VehicleStorage, ClaimProcessing).
           SELECT Vehicle-Storage-File ASSIGN TO "VEHICLE.STORAGE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VS-Storage-Key
               FILE STATUS IS WS-Vehicle-Storage-Status.
