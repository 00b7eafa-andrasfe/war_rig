      ****************************************************************
      * BMS SYMBOLIC MAP - MAPSET COPAU27 - MAP COPAU7S               *
      * CSR CONTACT NOTES (PAUNOT) SCREEN                             *
      * GENERATED FROM BMS - DO NOT HAND MAINTAIN FIELD LAYOUT         *
      ****************************************************************
       01  COPAU7SI.
           05  FILLER                      PIC X(12).
           05  NTACCTL                     PIC S9(4) COMP.
           05  NTACCTF                     PIC X(1).
           05  FILLER REDEFINES NTACCTF.
               10  NTACCTA                 PIC X(1).
           05  NTACCTI                     PIC X(11).
           05  NTPAGEL                     PIC S9(4) COMP.
           05  NTPAGEF                     PIC X(1).
           05  FILLER REDEFINES NTPAGEF.
               10  NTPAGEA                 PIC X(1).
           05  NTPAGEI                     PIC X(3).
           05  NTLTYPL                     PIC S9(4) COMP.
           05  NTLTYPF                     PIC X(1).
           05  FILLER REDEFINES NTLTYPF.
               10  NTLTYPA                 PIC X(1).
           05  NTLTYPI                     PIC X(1).
           05  NTLIDL                      PIC S9(4) COMP.
           05  NTLIDF                      PIC X(1).
           05  FILLER REDEFINES NTLIDF.
               10  NTLIDA                  PIC X(1).
           05  NTLIDI                      PIC X(15).
           05  NTTXT1L                     PIC S9(4) COMP.
           05  NTTXT1F                     PIC X(1).
           05  FILLER REDEFINES NTTXT1F.
               10  NTTXT1A                 PIC X(1).
           05  NTTXT1I                     PIC X(60).
           05  NTTXT2L                     PIC S9(4) COMP.
           05  NTTXT2F                     PIC X(1).
           05  FILLER REDEFINES NTTXT2F.
               10  NTTXT2A                 PIC X(1).
           05  NTTXT2I                     PIC X(60).
           05  ERRMSGL                     PIC S9(4) COMP.
           05  ERRMSGF                     PIC X(1).
           05  FILLER REDEFINES ERRMSGF.
               10  ERRMSGA                 PIC X(1).
           05  ERRMSGI                     PIC X(79).
           05  NOTE01I OCCURS 5 TIMES.
               10  NSTAMP                  PIC X(16).
               10  NUSER                   PIC X(8).
               10  NLINK                   PIC X(17).
               10  NTEXT1                  PIC X(60).
               10  NTEXT2                  PIC X(60).
       01  COPAU7SO REDEFINES COPAU7SI.
           05  FILLER                      PIC X(12).
           05  FILLER                      PIC X(2).
           05  NTACCTA                     PIC X(1).
           05  NTACCTO                     PIC X(11).
           05  FILLER                      PIC X(2).
           05  NTPAGEA                     PIC X(1).
           05  NTPAGEO                     PIC X(3).
           05  FILLER                      PIC X(2).
           05  NTLTYPA                     PIC X(1).
           05  NTLTYPO                     PIC X(1).
           05  FILLER                      PIC X(2).
           05  NTLIDA                      PIC X(1).
           05  NTLIDO                      PIC X(15).
           05  FILLER                      PIC X(2).
           05  NTTXT1A                     PIC X(1).
           05  NTTXT1O                     PIC X(60).
           05  FILLER                      PIC X(2).
           05  NTTXT2A                     PIC X(1).
           05  NTTXT2O                     PIC X(60).
           05  FILLER                      PIC X(2).
           05  ERRMSGA                     PIC X(1).
           05  ERRMSGO                     PIC X(79).
           05  NOTE01O OCCURS 5 TIMES.
               10  NSTAMPO                 PIC X(16).
               10  NUSERO                  PIC X(8).
               10  NLINKO                  PIC X(17).
               10  NTEXT1O                 PIC X(60).
               10  NTEXT2O                 PIC X(60).
