      ****************************************************************
      * BMS SYMBOLIC MAP - MAPSET COPAU29 - MAP COPAU9U               *
      * MASS ACCOUNT ACTION APPROVAL (PAUMAB) SCREEN                  *
      * GENERATED FROM BMS - DO NOT HAND MAINTAIN FIELD LAYOUT         *
      ****************************************************************
       01  COPAU9UI.
           05  FILLER                      PIC X(12).
           05  ABBTCHL                     PIC S9(4) COMP.
           05  ABBTCHF                     PIC X(1).
           05  FILLER REDEFINES ABBTCHF.
               10  ABBTCHA                 PIC X(1).
           05  ABBTCHI                     PIC X(8).
           05  ABACTL                      PIC S9(4) COMP.
           05  ABACTF                      PIC X(1).
           05  FILLER REDEFINES ABACTF.
               10  ABACTA                  PIC X(1).
           05  ABACTI                      PIC X(1).
           05  ABDESCL                     PIC S9(4) COMP.
           05  ABDESCF                     PIC X(1).
           05  FILLER REDEFINES ABDESCF.
               10  ABDESCA                 PIC X(1).
           05  ABDESCI                     PIC X(40).
           05  ABREQBL                     PIC S9(4) COMP.
           05  ABREQBF                     PIC X(1).
           05  FILLER REDEFINES ABREQBF.
               10  ABREQBA                 PIC X(1).
           05  ABREQBI                     PIC X(8).
           05  ABREQDL                     PIC S9(4) COMP.
           05  ABREQDF                     PIC X(1).
           05  FILLER REDEFINES ABREQDF.
               10  ABREQDA                 PIC X(1).
           05  ABREQDI                     PIC X(8).
           05  ABSTATL                     PIC S9(4) COMP.
           05  ABSTATF                     PIC X(1).
           05  FILLER REDEFINES ABSTATF.
               10  ABSTATA                 PIC X(1).
           05  ABSTATI                     PIC X(20).
           05  ABCNTL                      PIC S9(4) COMP.
           05  ABCNTF                      PIC X(1).
           05  FILLER REDEFINES ABCNTF.
               10  ABCNTA                  PIC X(1).
           05  ABCNTI                      PIC X(7).
           05  ABSCNTL                     PIC S9(4) COMP.
           05  ABSCNTF                     PIC X(1).
           05  FILLER REDEFINES ABSCNTF.
               10  ABSCNTA                 PIC X(1).
           05  ABSCNTI                     PIC X(7).
           05  ABICNTL                     PIC S9(4) COMP.
           05  ABICNTF                     PIC X(1).
           05  FILLER REDEFINES ABICNTF.
               10  ABICNTA                 PIC X(1).
           05  ABICNTI                     PIC X(7).
           05  ABDCNTL                     PIC S9(4) COMP.
           05  ABDCNTF                     PIC X(1).
           05  FILLER REDEFINES ABDCNTF.
               10  ABDCNTA                 PIC X(1).
           05  ABDCNTI                     PIC X(7).
           05  ABNETL                      PIC S9(4) COMP.
           05  ABNETF                      PIC X(1).
           05  FILLER REDEFINES ABNETF.
               10  ABNETA                  PIC X(1).
           05  ABNETI                      PIC X(18).
           05  ABDECBL                     PIC S9(4) COMP.
           05  ABDECBF                     PIC X(1).
           05  FILLER REDEFINES ABDECBF.
               10  ABDECBA                 PIC X(1).
           05  ABDECBI                     PIC X(8).
           05  ABDECDL                     PIC S9(4) COMP.
           05  ABDECDF                     PIC X(1).
           05  FILLER REDEFINES ABDECDF.
               10  ABDECDA                 PIC X(1).
           05  ABDECDI                     PIC X(8).
           05  ABAPLDL                     PIC S9(4) COMP.
           05  ABAPLDF                     PIC X(1).
           05  FILLER REDEFINES ABAPLDF.
               10  ABAPLDA                 PIC X(1).
           05  ABAPLDI                     PIC X(8).
           05  ABAPLCL                     PIC S9(4) COMP.
           05  ABAPLCF                     PIC X(1).
           05  FILLER REDEFINES ABAPLCF.
               10  ABAPLCA                 PIC X(1).
           05  ABAPLCI                     PIC X(7).
           05  ABFALCL                     PIC S9(4) COMP.
           05  ABFALCF                     PIC X(1).
           05  FILLER REDEFINES ABFALCF.
               10  ABFALCA                 PIC X(1).
           05  ABFALCI                     PIC X(7).
           05  ERRMSGL                     PIC S9(4) COMP.
           05  ERRMSGF                     PIC X(1).
           05  FILLER REDEFINES ERRMSGF.
               10  ERRMSGA                 PIC X(1).
           05  ERRMSGI                     PIC X(79).
       01  COPAU9UO REDEFINES COPAU9UI.
           05  FILLER                      PIC X(12).
           05  FILLER                      PIC X(2).
           05  ABBTCHA                     PIC X(1).
           05  ABBTCHO                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  ABACTA                      PIC X(1).
           05  ABACTO                      PIC X(1).
           05  FILLER                      PIC X(2).
           05  ABDESCA                     PIC X(1).
           05  ABDESCO                     PIC X(40).
           05  FILLER                      PIC X(2).
           05  ABREQBA                     PIC X(1).
           05  ABREQBO                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  ABREQDA                     PIC X(1).
           05  ABREQDO                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  ABSTATA                     PIC X(1).
           05  ABSTATO                     PIC X(20).
           05  FILLER                      PIC X(2).
           05  ABCNTA                      PIC X(1).
           05  ABCNTO                      PIC X(7).
           05  FILLER                      PIC X(2).
           05  ABSCNTA                     PIC X(1).
           05  ABSCNTO                     PIC X(7).
           05  FILLER                      PIC X(2).
           05  ABICNTA                     PIC X(1).
           05  ABICNTO                     PIC X(7).
           05  FILLER                      PIC X(2).
           05  ABDCNTA                     PIC X(1).
           05  ABDCNTO                     PIC X(7).
           05  FILLER                      PIC X(2).
           05  ABNETA                      PIC X(1).
           05  ABNETO                      PIC X(18).
           05  FILLER                      PIC X(2).
           05  ABDECBA                     PIC X(1).
           05  ABDECBO                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  ABDECDA                     PIC X(1).
           05  ABDECDO                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  ABAPLDA                     PIC X(1).
           05  ABAPLDO                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  ABAPLCA                     PIC X(1).
           05  ABAPLCO                     PIC X(7).
           05  FILLER                      PIC X(2).
           05  ABFALCA                     PIC X(1).
           05  ABFALCO                     PIC X(7).
           05  FILLER                      PIC X(2).
           05  ERRMSGA                     PIC X(1).
           05  ERRMSGO                     PIC X(79).
