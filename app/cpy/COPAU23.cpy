      ****************************************************************
      * BMS SYMBOLIC MAP - MAPSET COPAU23 - MAP COPAU3P               *
      * MERCHANT MASTER REVIEW AND MAINTENANCE (PAUMRC) SCREEN        *
      * GENERATED FROM BMS - DO NOT HAND MAINTAIN FIELD LAYOUT         *
      ****************************************************************
       01  COPAU3PI.
           05  FILLER                      PIC X(12).
           05  MMMRCHL                     PIC S9(4) COMP.
           05  MMMRCHF                     PIC X(1).
           05  FILLER REDEFINES MMMRCHF.
               10  MMMRCHA                 PIC X(1).
           05  MMMRCHI                     PIC X(15).
           05  MMACTNL                     PIC S9(4) COMP.
           05  MMACTNF                     PIC X(1).
           05  FILLER REDEFINES MMACTNF.
               10  MMACTNA                 PIC X(1).
           05  MMACTNI                     PIC X(1).
           05  MMSURVL                     PIC S9(4) COMP.
           05  MMSURVF                     PIC X(1).
           05  FILLER REDEFINES MMSURVF.
               10  MMSURVA                 PIC X(1).
           05  MMSURVI                     PIC X(15).
           05  MMNAMEL                     PIC S9(4) COMP.
           05  MMNAMEF                     PIC X(1).
           05  FILLER REDEFINES MMNAMEF.
               10  MMNAMEA                 PIC X(1).
           05  MMNAMEI                     PIC X(25).
           05  MMCITYL                     PIC S9(4) COMP.
           05  MMCITYF                     PIC X(1).
           05  FILLER REDEFINES MMCITYF.
               10  MMCITYA                 PIC X(1).
           05  MMCITYI                     PIC X(13).
           05  MMSTATL                     PIC S9(4) COMP.
           05  MMSTATF                     PIC X(1).
           05  FILLER REDEFINES MMSTATF.
               10  MMSTATA                 PIC X(1).
           05  MMSTATI                     PIC X(2).
           05  MMZIPL                      PIC S9(4) COMP.
           05  MMZIPF                      PIC X(1).
           05  FILLER REDEFINES MMZIPF.
               10  MMZIPA                  PIC X(1).
           05  MMZIPI                      PIC X(9).
           05  MMMCCL                      PIC S9(4) COMP.
           05  MMMCCF                      PIC X(1).
           05  FILLER REDEFINES MMMCCF.
               10  MMMCCA                  PIC X(1).
           05  MMMCCI                      PIC X(4).
           05  MMSTSL                      PIC S9(4) COMP.
           05  MMSTSF                      PIC X(1).
           05  FILLER REDEFINES MMSTSF.
               10  MMSTSA                  PIC X(1).
           05  MMSTSI                      PIC X(1).
           05  MMADDTL                     PIC S9(4) COMP.
           05  MMADDTF                     PIC X(1).
           05  FILLER REDEFINES MMADDTF.
               10  MMADDTA                 PIC X(1).
           05  MMADDTI                     PIC X(8).
           05  MMCAPCL                     PIC S9(4) COMP.
           05  MMCAPCF                     PIC X(1).
           05  FILLER REDEFINES MMCAPCF.
               10  MMCAPCA                 PIC X(1).
           05  MMCAPCI                     PIC X(7).
           05  MMCAPAL                     PIC S9(4) COMP.
           05  MMCAPAF                     PIC X(1).
           05  FILLER REDEFINES MMCAPAF.
               10  MMCAPAA                 PIC X(1).
           05  MMCAPAI                     PIC X(12).
           05  MMCAPXL                     PIC S9(4) COMP.
           05  MMCAPXF                     PIC X(1).
           05  FILLER REDEFINES MMCAPXF.
               10  MMCAPXA                 PIC X(1).
           05  MMCAPXI                     PIC X(1).
           05  MMUPDBL                     PIC S9(4) COMP.
           05  MMUPDBF                     PIC X(1).
           05  FILLER REDEFINES MMUPDBF.
               10  MMUPDBA                 PIC X(1).
           05  MMUPDBI                     PIC X(8).
           05  MMUPDDL                     PIC S9(4) COMP.
           05  MMUPDDF                     PIC X(1).
           05  FILLER REDEFINES MMUPDDF.
               10  MMUPDDA                 PIC X(1).
           05  MMUPDDI                     PIC X(8).
           05  ERRMSGL                     PIC S9(4) COMP.
           05  ERRMSGF                     PIC X(1).
           05  FILLER REDEFINES ERRMSGF.
               10  ERRMSGA                 PIC X(1).
           05  ERRMSGI                     PIC X(79).
       01  COPAU3PO REDEFINES COPAU3PI.
           05  FILLER                      PIC X(12).
           05  FILLER                      PIC X(2).
           05  MMMRCHA                     PIC X(1).
           05  MMMRCHO                     PIC X(15).
           05  FILLER                      PIC X(2).
           05  MMACTNA                     PIC X(1).
           05  MMACTNO                     PIC X(1).
           05  FILLER                      PIC X(2).
           05  MMSURVA                     PIC X(1).
           05  MMSURVO                     PIC X(15).
           05  FILLER                      PIC X(2).
           05  MMNAMEA                     PIC X(1).
           05  MMNAMEO                     PIC X(25).
           05  FILLER                      PIC X(2).
           05  MMCITYA                     PIC X(1).
           05  MMCITYO                     PIC X(13).
           05  FILLER                      PIC X(2).
           05  MMSTATA                     PIC X(1).
           05  MMSTATO                     PIC X(2).
           05  FILLER                      PIC X(2).
           05  MMZIPA                      PIC X(1).
           05  MMZIPO                      PIC X(9).
           05  FILLER                      PIC X(2).
           05  MMMCCA                      PIC X(1).
           05  MMMCCO                      PIC X(4).
           05  FILLER                      PIC X(2).
           05  MMSTSA                      PIC X(1).
           05  MMSTSO                      PIC X(1).
           05  FILLER                      PIC X(2).
           05  MMADDTA                     PIC X(1).
           05  MMADDTO                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  MMCAPCA                     PIC X(1).
           05  MMCAPCO                     PIC X(7).
           05  FILLER                      PIC X(2).
           05  MMCAPAA                     PIC X(1).
           05  MMCAPAO                     PIC X(12).
           05  FILLER                      PIC X(2).
           05  MMCAPXA                     PIC X(1).
           05  MMCAPXO                     PIC X(1).
           05  FILLER                      PIC X(2).
           05  MMUPDBA                     PIC X(1).
           05  MMUPDBO                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  MMUPDDA                     PIC X(1).
           05  MMUPDDO                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  ERRMSGA                     PIC X(1).
           05  ERRMSGO                     PIC X(79).
