           05  FILLER REDEFINES ERRMSGF.
               10  ERRMSGA                 PIC X(1).
           05  ERRMSGI                     PIC X(79).
           05  CHNRT01I OCCURS 6 TIMES.
               10  CHSRC                   PIC X(2).
               10  CHNAME                  PIC X(20).
               10  CHRATE                  PIC X(7).
               10  CHQUOTA                 PIC X(7).
               10  CHTHRT                  PIC X(10).
       01  COPAU5AO REDEFINES COPAU5AI.
           05  FILLER                      PIC X(12).
           05  FILLER                      PIC X(2).
           05  FILLER                      PIC X(2).
           05  ERRMSGA                     PIC X(1).
           05  ERRMSGO                     PIC X(79).
           05  CHNRT01O OCCURS 6 TIMES.
               10  CHSRCO                  PIC X(2).
               10  CHNAMEO                 PIC X(20).
               10  CHRATEO                 PIC X(7).
               10  CHQUOTAO                PIC X(7).
               10  CHTHRTO                 PIC X(10).
