      ****************************************************************
      * BMS SYMBOLIC MAP - MAPSET COPAU26 - MAP COPAU6R               *
      * LEGAL-HOLD REGISTRY (PAULGH) SCREEN                           *
      * GENERATED FROM BMS - DO NOT HAND MAINTAIN FIELD LAYOUT         *
      ****************************************************************
       01  COPAU6RI.
           05  FILLER                      PIC X(12).
           05  LHTYPEL                     PIC S9(4) COMP.
           05  LHTYPEF                     PIC X(1).
           05  FILLER REDEFINES LHTYPEF.
               10  LHTYPEA                 PIC X(1).
           05  LHTYPEI                     PIC X(1).
           05  LHIDL                       PIC S9(4) COMP.
           05  LHIDF                       PIC X(1).
           05  FILLER REDEFINES LHIDF.
               10  LHIDA                   PIC X(1).
           05  LHIDI                       PIC X(11).
           05  LHMATRL                     PIC S9(4) COMP.
           05  LHMATRF                     PIC X(1).
           05  FILLER REDEFINES LHMATRF.
               10  LHMATRA                 PIC X(1).
           05  LHMATRI                     PIC X(12).
           05  LHFUNCL                     PIC S9(4) COMP.
           05  LHFUNCF                     PIC X(1).
           05  FILLER REDEFINES LHFUNCF.
               10  LHFUNCA                 PIC X(1).
           05  LHFUNCI                     PIC X(1).
           05  LHDESCL                     PIC S9(4) COMP.
           05  LHDESCF                     PIC X(1).
           05  FILLER REDEFINES LHDESCF.
               10  LHDESCA                 PIC X(1).
           05  LHDESCI                     PIC X(40).
           05  LHRELDTL                    PIC S9(4) COMP.
           05  LHRELDTF                    PIC X(1).
           05  FILLER REDEFINES LHRELDTF.
               10  LHRELDTA                PIC X(1).
           05  LHRELDTI                    PIC X(8).
           05  LHSTATL                     PIC S9(4) COMP.
           05  LHSTATF                     PIC X(1).
           05  FILLER REDEFINES LHSTATF.
               10  LHSTATA                 PIC X(1).
           05  LHSTATI                     PIC X(16).
           05  LHPLBYL                     PIC S9(4) COMP.
           05  LHPLBYF                     PIC X(1).
           05  FILLER REDEFINES LHPLBYF.
               10  LHPLBYA                 PIC X(1).
           05  LHPLBYI                     PIC X(8).
           05  LHPLDTL                     PIC S9(4) COMP.
           05  LHPLDTF                     PIC X(1).
           05  FILLER REDEFINES LHPLDTF.
               10  LHPLDTA                 PIC X(1).
           05  LHPLDTI                     PIC X(8).
           05  LHAPBYL                     PIC S9(4) COMP.
           05  LHAPBYF                     PIC X(1).
           05  FILLER REDEFINES LHAPBYF.
               10  LHAPBYA                 PIC X(1).
           05  LHAPBYI                     PIC X(8).
           05  LHAPDTL                     PIC S9(4) COMP.
           05  LHAPDTF                     PIC X(1).
           05  FILLER REDEFINES LHAPDTF.
               10  LHAPDTA                 PIC X(1).
           05  LHAPDTI                     PIC X(8).
           05  LHRQBYL                     PIC S9(4) COMP.
           05  LHRQBYF                     PIC X(1).
           05  FILLER REDEFINES LHRQBYF.
               10  LHRQBYA                 PIC X(1).
           05  LHRQBYI                     PIC X(8).
           05  LHRLBYL                     PIC S9(4) COMP.
           05  LHRLBYF                     PIC X(1).
           05  FILLER REDEFINES LHRLBYF.
               10  LHRLBYA                 PIC X(1).
           05  LHRLBYI                     PIC X(8).
           05  LHRLDTL                     PIC S9(4) COMP.
           05  LHRLDTF                     PIC X(1).
           05  FILLER REDEFINES LHRLDTF.
               10  LHRLDTA                 PIC X(1).
           05  LHRLDTI                     PIC X(8).
           05  ERRMSGL                     PIC S9(4) COMP.
           05  ERRMSGF                     PIC X(1).
           05  FILLER REDEFINES ERRMSGF.
               10  ERRMSGA                 PIC X(1).
           05  ERRMSGI                     PIC X(79).
       01  COPAU6RO REDEFINES COPAU6RI.
           05  FILLER                      PIC X(12).
           05  FILLER                      PIC X(2).
           05  LHTYPEA                     PIC X(1).
           05  LHTYPEO                     PIC X(1).
           05  FILLER                      PIC X(2).
           05  LHIDA                       PIC X(1).
           05  LHIDO                       PIC X(11).
           05  FILLER                      PIC X(2).
           05  LHMATRA                     PIC X(1).
           05  LHMATRO                     PIC X(12).
           05  FILLER                      PIC X(2).
           05  LHFUNCA                     PIC X(1).
           05  LHFUNCO                     PIC X(1).
           05  FILLER                      PIC X(2).
           05  LHDESCA                     PIC X(1).
           05  LHDESCO                     PIC X(40).
           05  FILLER                      PIC X(2).
           05  LHRELDTA                    PIC X(1).
           05  LHRELDTO                    PIC X(8).
           05  FILLER                      PIC X(2).
           05  LHSTATA                     PIC X(1).
           05  LHSTATO                     PIC X(16).
           05  FILLER                      PIC X(2).
           05  LHPLBYA                     PIC X(1).
           05  LHPLBYO                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  LHPLDTA                     PIC X(1).
           05  LHPLDTO                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  LHAPBYA                     PIC X(1).
           05  LHAPBYO                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  LHAPDTA                     PIC X(1).
           05  LHAPDTO                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  LHRQBYA                     PIC X(1).
           05  LHRQBYO                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  LHRLBYA                     PIC X(1).
           05  LHRLBYO                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  LHRLDTA                     PIC X(1).
           05  LHRLDTO                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  ERRMSGA                     PIC X(1).
           05  ERRMSGO                     PIC X(79).
