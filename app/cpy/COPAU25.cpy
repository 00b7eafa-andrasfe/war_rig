      ****************************************************************
      * BMS SYMBOLIC MAP - MAPSET COPAU25 - MAP COPAU5Q               *
      * CARDHOLDER TRAVEL NOTICE (PAUTRV) SCREEN                      *
      * GENERATED FROM BMS - DO NOT HAND MAINTAIN FIELD LAYOUT         *
      ****************************************************************
       01  COPAU5QI.
           05  FILLER                      PIC X(12).
           05  TNACCTL                     PIC S9(4) COMP.
           05  TNACCTF                     PIC X(1).
           05  FILLER REDEFINES TNACCTF.
               10  TNACCTA                 PIC X(1).
           05  TNACCTI                     PIC X(11).
           05  TNFUNCL                     PIC S9(4) COMP.
           05  TNFUNCF                     PIC X(1).
           05  FILLER REDEFINES TNFUNCF.
               10  TNFUNCA                 PIC X(1).
           05  TNFUNCI                     PIC X(1).
           05  TNCTY1L                     PIC S9(4) COMP.
           05  TNCTY1F                     PIC X(1).
           05  FILLER REDEFINES TNCTY1F.
               10  TNCTY1A                 PIC X(1).
           05  TNCTY1I                     PIC X(3).
           05  TNCTY2L                     PIC S9(4) COMP.
           05  TNCTY2F                     PIC X(1).
           05  FILLER REDEFINES TNCTY2F.
               10  TNCTY2A                 PIC X(1).
           05  TNCTY2I                     PIC X(3).
           05  TNCTY3L                     PIC S9(4) COMP.
           05  TNCTY3F                     PIC X(1).
           05  FILLER REDEFINES TNCTY3F.
               10  TNCTY3A                 PIC X(1).
           05  TNCTY3I                     PIC X(3).
           05  TNCTY4L                     PIC S9(4) COMP.
           05  TNCTY4F                     PIC X(1).
           05  FILLER REDEFINES TNCTY4F.
               10  TNCTY4A                 PIC X(1).
           05  TNCTY4I                     PIC X(3).
           05  TNCTY5L                     PIC S9(4) COMP.
           05  TNCTY5F                     PIC X(1).
           05  FILLER REDEFINES TNCTY5F.
               10  TNCTY5A                 PIC X(1).
           05  TNCTY5I                     PIC X(3).
           05  TNFROML                     PIC S9(4) COMP.
           05  TNFROMF                     PIC X(1).
           05  FILLER REDEFINES TNFROMF.
               10  TNFROMA                 PIC X(1).
           05  TNFROMI                     PIC X(8).
           05  TNTOL                       PIC S9(4) COMP.
           05  TNTOF                       PIC X(1).
           05  FILLER REDEFINES TNTOF.
               10  TNTOA                   PIC X(1).
           05  TNTOI                       PIC X(8).
           05  TNSTATL                     PIC S9(4) COMP.
           05  TNSTATF                     PIC X(1).
           05  FILLER REDEFINES TNSTATF.
               10  TNSTATA                 PIC X(1).
           05  TNSTATI                     PIC X(12).
           05  TNUPDBYL                    PIC S9(4) COMP.
           05  TNUPDBYF                    PIC X(1).
           05  FILLER REDEFINES TNUPDBYF.
               10  TNUPDBYA                PIC X(1).
           05  TNUPDBYI                    PIC X(8).
           05  TNUPDDTL                    PIC S9(4) COMP.
           05  TNUPDDTF                    PIC X(1).
           05  FILLER REDEFINES TNUPDDTF.
               10  TNUPDDTA                PIC X(1).
           05  TNUPDDTI                    PIC X(8).
           05  ERRMSGL                     PIC S9(4) COMP.
           05  ERRMSGF                     PIC X(1).
           05  FILLER REDEFINES ERRMSGF.
               10  ERRMSGA                 PIC X(1).
           05  ERRMSGI                     PIC X(79).
       01  COPAU5QO REDEFINES COPAU5QI.
           05  FILLER                      PIC X(12).
           05  FILLER                      PIC X(2).
           05  TNACCTA                     PIC X(1).
           05  TNACCTO                     PIC X(11).
           05  FILLER                      PIC X(2).
           05  TNFUNCA                     PIC X(1).
           05  TNFUNCO                     PIC X(1).
           05  FILLER                      PIC X(2).
           05  TNCTY1A                     PIC X(1).
           05  TNCTY1O                     PIC X(3).
           05  FILLER                      PIC X(2).
           05  TNCTY2A                     PIC X(1).
           05  TNCTY2O                     PIC X(3).
           05  FILLER                      PIC X(2).
           05  TNCTY3A                     PIC X(1).
           05  TNCTY3O                     PIC X(3).
           05  FILLER                      PIC X(2).
           05  TNCTY4A                     PIC X(1).
           05  TNCTY4O                     PIC X(3).
           05  FILLER                      PIC X(2).
           05  TNCTY5A                     PIC X(1).
           05  TNCTY5O                     PIC X(3).
           05  FILLER                      PIC X(2).
           05  TNFROMA                     PIC X(1).
           05  TNFROMO                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  TNTOA                       PIC X(1).
           05  TNTOO                       PIC X(8).
           05  FILLER                      PIC X(2).
           05  TNSTATA                     PIC X(1).
           05  TNSTATO                     PIC X(12).
           05  FILLER                      PIC X(2).
           05  TNUPDBYA                    PIC X(1).
           05  TNUPDBYO                    PIC X(8).
           05  FILLER                      PIC X(2).
           05  TNUPDDTA                    PIC X(1).
           05  TNUPDDTO                    PIC X(8).
           05  FILLER                      PIC X(2).
           05  ERRMSGA                     PIC X(1).
           05  ERRMSGO                     PIC X(79).
