      *> MVRPTREC - one row of the external MVR.POINTS file, the
      *> driver-record rating table for CAR_INSURANCE. Same
      *> type/key/value shape as HOME.FACTORS and maintained the same
      *> way, through RateTableMaintenance's controlled MVRPTS path.
      *> Row types and their keys:
      *>   POINTS    - key is an MVR incident code (see MVRINC); the
      *>               value is the points one such incident carries.
      *>               A code with no row carries no points.
      *>   SURCHARGE - key is a two-digit points threshold (01-99);
      *>               the value is the flat annual surcharge for a
      *>               listed driver at or above that many points.
      *>               The highest threshold the driver reaches wins.
      *>   LOOKBACK  - key is a State-Code; the value is how many
      *>               years an incident counts before it ages off in
      *>               that state. A state with no row uses three.
       01  MVR-Points-File-Record.
           05  MP-Factor-Type           PIC X(10).
           05  MP-Factor-Key            PIC X(10).
           05  MP-Factor-Value          PIC 9(9)V99.
