           05  FILLER REDEFINES FAMTF.
               10  FAMTA             PIC X.
           05  FAMTI                 PIC X(11).
           05  FDEPL                 COMP PIC S9(4).
           05  FDEPF                 PIC X.
           05  FILLER REDEFINES FDEPF.
               10  FDEPA             PIC X.
           05  FDEPI                 PIC X(11).

       01  FNOLENTO REDEFINES FNOLENTI.
           05  FILLER                PIC X(12).
           05  FILLER REDEFINES FAMTF.
               10  FAMTA             PIC X.
           05  FAMTO                 PIC X(11).
           05  FDEPL                 COMP PIC S9(4).
           05  FDEPF                 PIC X.
           05  FILLER REDEFINES FDEPF.
               10  FDEPA             PIC X.
           05  FDEPO                 PIC X(11).
           05  FMSGL                 COMP PIC S9(4).
           05  FMSGF                 PIC X.
           05  FILLER REDEFINES FMSGF.
