           05  FILLER REDEFINES CASEACTF.
               10  CASEACTA                PIC X(1).
           05  CASEACTI                    PIC X(1).
           05  CASEASGL                    PIC S9(4) COMP.
           05  CASEASGF                    PIC X(1).
           05  FILLER REDEFINES CASEASGF.
               10  CASEASGA                PIC X(1).
           05  CASEASGI                    PIC X(8).
           05  ERRMSGL                     PIC S9(4) COMP.
           05  ERRMSGF                     PIC X(1).
           05  FILLER REDEFINES ERRMSGF.
               10  DSTATUS                 PIC X(1).
               10  DOPENED                 PIC X(10).
               10  DDEADLN                 PIC X(10).
               10  DSELFSV                 PIC X(1).
               10  DLIABSH                 PIC X(1).
               10  DASSIGN                 PIC X(8).
       01  COPAU4AO REDEFINES COPAU4AI.
           05  FILLER                      PIC X(12).
           05  FILLER                      PIC X(2).
           05  CASEACTA                    PIC X(1).
           05  CASEACTO                    PIC X(1).
           05  FILLER                      PIC X(2).
           05  CASEASGA                    PIC X(1).
           05  CASEASGO                    PIC X(8).
           05  FILLER                      PIC X(2).
           05  ERRMSGA                     PIC X(1).
           05  ERRMSGO                     PIC X(79).
           05  PAUDSP01O OCCURS 8 TIMES.
               10  DSTATUSO                PIC X(1).
               10  DOPENEDO                PIC X(10).
               10  DDEADLNO                PIC X(10).
               10  DSELFSVO                PIC X(1).
               10  DLIABSHO                PIC X(1).
               10  DASSIGNO                PIC X(8).
