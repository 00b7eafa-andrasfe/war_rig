      ****************************************************************
      * BMS SYMBOLIC MAP - MAPSET COPAU30 - MAP COPAU0V               *
      * CHARGEBACK EVIDENCE PACK (PAUEVD) SCREEN                      *
      * GENERATED FROM BMS - DO NOT HAND MAINTAIN FIELD LAYOUT         *
      ****************************************************************
       01  COPAU0VI.
           05  FILLER                      PIC X(12).
           05  EVCASEL                     PIC S9(4) COMP.
           05  EVCASEF                     PIC X(1).
           05  FILLER REDEFINES EVCASEF.
               10  EVCASEA                 PIC X(1).
           05  EVCASEI                     PIC X(9).
           05  EVSTATL                     PIC S9(4) COMP.
           05  EVSTATF                     PIC X(1).
           05  FILLER REDEFINES EVSTATF.
               10  EVSTATA                 PIC X(1).
           05  EVSTATI                     PIC X(14).
           05  EVGENL                      PIC S9(4) COMP.
           05  EVGENF                      PIC X(1).
           05  FILLER REDEFINES EVGENF.
               10  EVGENA                  PIC X(1).
           05  EVGENI                      PIC X(10).
           05  EVPAGEL                     PIC S9(4) COMP.
           05  EVPAGEF                     PIC X(1).
           05  FILLER REDEFINES EVPAGEF.
               10  EVPAGEA                 PIC X(1).
           05  EVPAGEI                     PIC X(3).
           05  EVPAGSL                     PIC S9(4) COMP.
           05  EVPAGSF                     PIC X(1).
           05  FILLER REDEFINES EVPAGSF.
               10  EVPAGSA                 PIC X(1).
           05  EVPAGSI                     PIC X(3).
           05  EVPRNTL                     PIC S9(4) COMP.
           05  EVPRNTF                     PIC X(1).
           05  FILLER REDEFINES EVPRNTF.
               10  EVPRNTA                 PIC X(1).
           05  EVPRNTI                     PIC X(40).
           05  ERRMSGL                     PIC S9(4) COMP.
           05  ERRMSGF                     PIC X(1).
           05  FILLER REDEFINES ERRMSGF.
               10  ERRMSGA                 PIC X(1).
           05  ERRMSGI                     PIC X(79).
           05  EVLINE01I OCCURS 16 TIMES.
               10  EVLTXT                  PIC X(78).
       01  COPAU0VO REDEFINES COPAU0VI.
           05  FILLER                      PIC X(12).
           05  FILLER                      PIC X(2).
           05  EVCASEA                     PIC X(1).
           05  EVCASEO                     PIC X(9).
           05  FILLER                      PIC X(2).
           05  EVSTATA                     PIC X(1).
           05  EVSTATO                     PIC X(14).
           05  FILLER                      PIC X(2).
           05  EVGENA                      PIC X(1).
           05  EVGENO                      PIC X(10).
           05  FILLER                      PIC X(2).
           05  EVPAGEA                     PIC X(1).
           05  EVPAGEO                     PIC X(3).
           05  FILLER                      PIC X(2).
           05  EVPAGSA                     PIC X(1).
           05  EVPAGSO                     PIC X(3).
           05  FILLER                      PIC X(2).
           05  EVPRNTA                     PIC X(1).
           05  EVPRNTO                     PIC X(40).
           05  FILLER                      PIC X(2).
           05  ERRMSGA                     PIC X(1).
           05  ERRMSGO                     PIC X(79).
           05  EVLINE01O OCCURS 16 TIMES.
               10  EVLTXTO                 PIC X(78).
