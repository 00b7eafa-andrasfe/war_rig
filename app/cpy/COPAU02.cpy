           05  FILLER REDEFINES UPDBYF.
               10  UPDBYA                  PIC X(1).
           05  UPDBYI                      PIC X(8).
           05  PINCNTL                     PIC S9(4) COMP.
           05  PINCNTF                     PIC X(1).
           05  FILLER REDEFINES PINCNTF.
               10  PINCNTA                 PIC X(1).
           05  PINCNTI                     PIC X(4).
           05  PINLBDL                     PIC S9(4) COMP.
           05  PINLBDF                     PIC X(1).
           05  FILLER REDEFINES PINLBDF.
               10  PINLBDA                 PIC X(1).
           05  PINLBDI                     PIC X(8).
           05  ERRMSGL                     PIC S9(4) COMP.
           05  ERRMSGF                     PIC X(1).
           05  FILLER REDEFINES ERRMSGF.
           05  UPDBYA                      PIC X(1).
           05  UPDBYO                      PIC X(8).
           05  FILLER                      PIC X(2).
           05  PINCNTA                     PIC X(1).
           05  PINCNTO                     PIC X(4).
           05  FILLER                      PIC X(2).
           05  PINLBDA                     PIC X(1).
           05  PINLBDO                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  ERRMSGA                     PIC X(1).
           05  ERRMSGO                     PIC X(79).
