           05  FILLER REDEFINES DECLAMTF.
               10  DECLAMTA                PIC X(1).
           05  DECLAMTI                    PIC X(13).
           05  NOTEFLGL                    PIC S9(4) COMP.
           05  NOTEFLGF                    PIC X(1).
           05  FILLER REDEFINES NOTEFLGF.
               10  NOTEFLGA                PIC X(1).
           05  NOTEFLGI                    PIC X(60).
           05  ERRMSGL                     PIC S9(4) COMP.
           05  ERRMSGF                     PIC X(1).
           05  FILLER REDEFINES ERRMSGF.
           05  DECLAMTA                    PIC X(1).
           05  DECLAMTO                    PIC X(13).
           05  FILLER                      PIC X(2).
           05  NOTEFLGA                    PIC X(1).
           05  NOTEFLGO                    PIC X(60).
           05  FILLER                      PIC X(2).
           05  ERRMSGA                     PIC X(1).
           05  ERRMSGO                     PIC X(79).
           05  PAULST01O OCCURS 5 TIMES.
