           05  FILLER REDEFINES C6FRDF.
               10  C6FRDA                  PIC X(1).
           05  C6FRDI                      PIC X(5).
           05  C6CLIML                     PIC S9(4) COMP.
           05  C6CLIMF                     PIC X(1).
           05  FILLER REDEFINES C6CLIMF.
               10  C6CLIMA                 PIC X(1).
           05  C6CLIMI                     PIC X(15).
           05  C6HDRML                     PIC S9(4) COMP.
           05  C6HDRMF                     PIC X(1).
           05  FILLER REDEFINES C6HDRMF.
               10  C6HDRMA                 PIC X(1).
           05  C6HDRMI                     PIC X(15).
           05  C6PTSL                      PIC S9(4) COMP.
           05  C6PTSF                      PIC X(1).
           05  FILLER REDEFINES C6PTSF.
               10  C6PTSA                  PIC X(1).
           05  C6PTSI                      PIC X(15).
           05  ERRMSGL                     PIC S9(4) COMP.
           05  ERRMSGF                     PIC X(1).
           05  FILLER REDEFINES ERRMSGF.
               10  C6CCARD                 PIC X(16).
               10  C6CSTAT                 PIC X(8).
               10  C6CCTL                  PIC X(16).
           05  PAUC6R01I OCCURS 3 TIMES.
               10  C6RDATE                 PIC X(10).
               10  C6RACCT                 PIC X(11).
               10  C6RTYPE                 PIC X(8).
               10  C6RPTS                  PIC X(11).
               10  C6RMRCH                 PIC X(15).
       01  COPAU8OO REDEFINES COPAU8OI.
           05  FILLER                      PIC X(12).
           05  FILLER                      PIC X(2).
           05  C6FRDA                      PIC X(1).
           05  C6FRDO                      PIC X(5).
           05  FILLER                      PIC X(2).
           05  C6CLIMA                     PIC X(1).
           05  C6CLIMO                     PIC X(15).
           05  FILLER                      PIC X(2).
           05  C6HDRMA                     PIC X(1).
           05  C6HDRMO                     PIC X(15).
           05  FILLER                      PIC X(2).
           05  C6PTSA                      PIC X(1).
           05  C6PTSO                      PIC X(15).
           05  FILLER                      PIC X(2).
           05  ERRMSGA                     PIC X(1).
           05  ERRMSGO                     PIC X(79).
           05  PAUC6A01O OCCURS 4 TIMES.
               10  C6CCARDO                PIC X(16).
               10  C6CSTATO                PIC X(8).
               10  C6CCTLO                 PIC X(16).
           05  PAUC6R01O OCCURS 3 TIMES.
               10  C6RDATEO                PIC X(10).
               10  C6RACCTO                PIC X(11).
               10  C6RTYPEO                PIC X(8).
               10  C6RPTSO                 PIC X(11).
               10  C6RMRCHO                PIC X(15).
