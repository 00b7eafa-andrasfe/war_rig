           05  FILLER REDEFINES WQACTF.
               10  WQACTA                  PIC X(1).
           05  WQACTI                      PIC X(1).
           05  WQASGNL                     PIC S9(4) COMP.
           05  WQASGNF                     PIC X(1).
           05  FILLER REDEFINES WQASGNF.
               10  WQASGNA                 PIC X(1).
           05  WQASGNI                     PIC X(8).
           05  ERRMSGL                     PIC S9(4) COMP.
           05  ERRMSGF                     PIC X(1).
           05  FILLER REDEFINES ERRMSGF.
               10  WACCTID                 PIC X(11).
               10  WAMOUNT                 PIC X(13).
               10  WREASON                 PIC X(30).
               10  WASSGN                  PIC X(8).
       01  COPAU7JO REDEFINES COPAU7JI.
           05  FILLER                      PIC X(12).
           05  FILLER                      PIC X(2).
           05  WQACTA                      PIC X(1).
           05  WQACTO                      PIC X(1).
           05  FILLER                      PIC X(2).
           05  WQASGNA                     PIC X(1).
           05  WQASGNO                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  ERRMSGA                     PIC X(1).
           05  ERRMSGO                     PIC X(79).
           05  PAUFWQ01O OCCURS 8 TIMES.
               10  WACCTIDO                PIC X(11).
               10  WAMOUNTO                PIC X(13).
               10  WREASONO                PIC X(30).
               10  WASSGNO                 PIC X(8).
