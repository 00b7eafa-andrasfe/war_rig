      ****************************************************************
      * BMS SYMBOLIC MAP - MAPSET COPAU24 - MAP COPAU4P               *
      * CARD ACTIVATION (PAUACT) SCREEN                               *
      * GENERATED FROM BMS - DO NOT HAND MAINTAIN FIELD LAYOUT         *
      ****************************************************************
       01  COPAU4PI.
           05  FILLER                      PIC X(12).
           05  ACCARDL                     PIC S9(4) COMP.
           05  ACCARDF                     PIC X(1).
           05  FILLER REDEFINES ACCARDF.
               10  ACCARDA                 PIC X(1).
           05  ACCARDI                     PIC X(16).
           05  ACCVVL                      PIC S9(4) COMP.
           05  ACCVVF                      PIC X(1).
           05  FILLER REDEFINES ACCVVF.
               10  ACCVVA                  PIC X(1).
           05  ACCVVI                      PIC X(4).
           05  ACZIPL                      PIC S9(4) COMP.
           05  ACZIPF                      PIC X(1).
           05  FILLER REDEFINES ACZIPF.
               10  ACZIPA                  PIC X(1).
           05  ACZIPI                      PIC X(9).
           05  ACRSLTL                     PIC S9(4) COMP.
           05  ACRSLTF                     PIC X(1).
           05  FILLER REDEFINES ACRSLTF.
               10  ACRSLTA                 PIC X(1).
           05  ACRSLTI                     PIC X(20).
           05  ACTOKNL                     PIC S9(4) COMP.
           05  ACTOKNF                     PIC X(1).
           05  FILLER REDEFINES ACTOKNF.
               10  ACTOKNA                 PIC X(1).
           05  ACTOKNI                     PIC X(16).
           05  ERRMSGL                     PIC S9(4) COMP.
           05  ERRMSGF                     PIC X(1).
           05  FILLER REDEFINES ERRMSGF.
               10  ERRMSGA                 PIC X(1).
           05  ERRMSGI                     PIC X(79).
       01  COPAU4PO REDEFINES COPAU4PI.
           05  FILLER                      PIC X(12).
           05  FILLER                      PIC X(2).
           05  ACCARDA                     PIC X(1).
           05  ACCARDO                     PIC X(16).
           05  FILLER                      PIC X(2).
           05  ACCVVA                      PIC X(1).
           05  ACCVVO                      PIC X(4).
           05  FILLER                      PIC X(2).
           05  ACZIPA                      PIC X(1).
           05  ACZIPO                      PIC X(9).
           05  FILLER                      PIC X(2).
           05  ACRSLTA                     PIC X(1).
           05  ACRSLTO                     PIC X(20).
           05  FILLER                      PIC X(2).
           05  ACTOKNA                     PIC X(1).
           05  ACTOKNO                     PIC X(16).
           05  FILLER                      PIC X(2).
           05  ERRMSGA                     PIC X(1).
           05  ERRMSGO                     PIC X(79).
