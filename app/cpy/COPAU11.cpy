           05  FILLER REDEFINES FICOF.
               10  FICOA                   PIC X(1).
           05  FICOI                       PIC X(3).
           05  SENSFL                      PIC S9(4) COMP.
           05  SENSFF                      PIC X(1).
           05  FILLER REDEFINES SENSFF.
               10  SENSFA                  PIC X(1).
           05  SENSFI                      PIC X(1).
           05  ERRMSGL                     PIC S9(4) COMP.
           05  ERRMSGF                     PIC X(1).
           05  FILLER REDEFINES ERRMSGF.
           05  FICOA                       PIC X(1).
           05  FICOO                       PIC X(3).
           05  FILLER                      PIC X(2).
           05  SENSFA                      PIC X(1).
           05  SENSFO                      PIC X(1).
           05  FILLER                      PIC X(2).
           05  ERRMSGA                     PIC X(1).
           05  ERRMSGO                     PIC X(79).
