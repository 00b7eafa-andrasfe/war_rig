      ****************************************************************
      * BMS SYMBOLIC MAP - MAPSET COPAU28 - MAP COPAU8T               *
      * CUSTOMER COMPLAINT REGISTER (PAUCMP) SCREEN                   *
      * GENERATED FROM BMS - DO NOT HAND MAINTAIN FIELD LAYOUT         *
      ****************************************************************
       01  COPAU8TI.
           05  FILLER                      PIC X(12).
           05  CPIDL                       PIC S9(4) COMP.
           05  CPIDF                       PIC X(1).
           05  FILLER REDEFINES CPIDF.
               10  CPIDA                   PIC X(1).
           05  CPIDI                       PIC X(9).
           05  CPFUNCL                     PIC S9(4) COMP.
           05  CPFUNCF                     PIC X(1).
           05  FILLER REDEFINES CPFUNCF.
               10  CPFUNCA                 PIC X(1).
           05  CPFUNCI                     PIC X(1).
           05  CPCUSTL                     PIC S9(4) COMP.
           05  CPCUSTF                     PIC X(1).
           05  FILLER REDEFINES CPCUSTF.
               10  CPCUSTA                 PIC X(1).
           05  CPCUSTI                     PIC X(9).
           05  CPACCTL                     PIC S9(4) COMP.
           05  CPACCTF                     PIC X(1).
           05  FILLER REDEFINES CPACCTF.
               10  CPACCTA                 PIC X(1).
           05  CPACCTI                     PIC X(11).
           05  CPLTYPL                     PIC S9(4) COMP.
           05  CPLTYPF                     PIC X(1).
           05  FILLER REDEFINES CPLTYPF.
               10  CPLTYPA                 PIC X(1).
           05  CPLTYPI                     PIC X(1).
           05  CPLIDL                      PIC S9(4) COMP.
           05  CPLIDF                      PIC X(1).
           05  FILLER REDEFINES CPLIDF.
               10  CPLIDA                  PIC X(1).
           05  CPLIDI                      PIC X(15).
           05  CPCATGL                     PIC S9(4) COMP.
           05  CPCATGF                     PIC X(1).
           05  FILLER REDEFINES CPCATGF.
               10  CPCATGA                 PIC X(1).
           05  CPCATGI                     PIC X(2).
           05  CPRCVDL                     PIC S9(4) COMP.
           05  CPRCVDF                     PIC X(1).
           05  FILLER REDEFINES CPRCVDF.
               10  CPRCVDA                 PIC X(1).
           05  CPRCVDI                     PIC X(8).
           05  CPACKDL                     PIC S9(4) COMP.
           05  CPACKDF                     PIC X(1).
           05  FILLER REDEFINES CPACKDF.
               10  CPACKDA                 PIC X(1).
           05  CPACKDI                     PIC X(8).
           05  CPRSLDL                     PIC S9(4) COMP.
           05  CPRSLDF                     PIC X(1).
           05  FILLER REDEFINES CPRSLDF.
               10  CPRSLDA                 PIC X(1).
           05  CPRSLDI                     PIC X(8).
           05  CPOUTCL                     PIC S9(4) COMP.
           05  CPOUTCF                     PIC X(1).
           05  FILLER REDEFINES CPOUTCF.
               10  CPOUTCA                 PIC X(1).
           05  CPOUTCI                     PIC X(1).
           05  CPROOTL                     PIC S9(4) COMP.
           05  CPROOTF                     PIC X(1).
           05  FILLER REDEFINES CPROOTF.
               10  CPROOTA                 PIC X(1).
           05  CPROOTI                     PIC X(2).
           05  CPSUMML                     PIC S9(4) COMP.
           05  CPSUMMF                     PIC X(1).
           05  FILLER REDEFINES CPSUMMF.
               10  CPSUMMA                 PIC X(1).
           05  CPSUMMI                     PIC X(60).
           05  CPSTATL                     PIC S9(4) COMP.
           05  CPSTATF                     PIC X(1).
           05  FILLER REDEFINES CPSTATF.
               10  CPSTATA                 PIC X(1).
           05  CPSTATI                     PIC X(12).
           05  CPBDAYL                     PIC S9(4) COMP.
           05  CPBDAYF                     PIC X(1).
           05  FILLER REDEFINES CPBDAYF.
               10  CPBDAYA                 PIC X(1).
           05  CPBDAYI                     PIC X(3).
           05  CPDEADL                     PIC S9(4) COMP.
           05  CPDEADF                     PIC X(1).
           05  FILLER REDEFINES CPDEADF.
               10  CPDEADA                 PIC X(1).
           05  CPDEADI                     PIC X(20).
           05  CPOPBYL                     PIC S9(4) COMP.
           05  CPOPBYF                     PIC X(1).
           05  FILLER REDEFINES CPOPBYF.
               10  CPOPBYA                 PIC X(1).
           05  CPOPBYI                     PIC X(8).
           05  CPOPDTL                     PIC S9(4) COMP.
           05  CPOPDTF                     PIC X(1).
           05  FILLER REDEFINES CPOPDTF.
               10  CPOPDTA                 PIC X(1).
           05  CPOPDTI                     PIC X(8).
           05  CPUPBYL                     PIC S9(4) COMP.
           05  CPUPBYF                     PIC X(1).
           05  FILLER REDEFINES CPUPBYF.
               10  CPUPBYA                 PIC X(1).
           05  CPUPBYI                     PIC X(8).
           05  CPUPDTL                     PIC S9(4) COMP.
           05  CPUPDTF                     PIC X(1).
           05  FILLER REDEFINES CPUPDTF.
               10  CPUPDTA                 PIC X(1).
           05  CPUPDTI                     PIC X(8).
           05  ERRMSGL                     PIC S9(4) COMP.
           05  ERRMSGF                     PIC X(1).
           05  FILLER REDEFINES ERRMSGF.
               10  ERRMSGA                 PIC X(1).
           05  ERRMSGI                     PIC X(79).
       01  COPAU8TO REDEFINES COPAU8TI.
           05  FILLER                      PIC X(12).
           05  FILLER                      PIC X(2).
           05  CPIDA                       PIC X(1).
           05  CPIDO                       PIC X(9).
           05  FILLER                      PIC X(2).
           05  CPFUNCA                     PIC X(1).
           05  CPFUNCO                     PIC X(1).
           05  FILLER                      PIC X(2).
           05  CPCUSTA                     PIC X(1).
           05  CPCUSTO                     PIC X(9).
           05  FILLER                      PIC X(2).
           05  CPACCTA                     PIC X(1).
           05  CPACCTO                     PIC X(11).
           05  FILLER                      PIC X(2).
           05  CPLTYPA                     PIC X(1).
           05  CPLTYPO                     PIC X(1).
           05  FILLER                      PIC X(2).
           05  CPLIDA                      PIC X(1).
           05  CPLIDO                      PIC X(15).
           05  FILLER                      PIC X(2).
           05  CPCATGA                     PIC X(1).
           05  CPCATGO                     PIC X(2).
           05  FILLER                      PIC X(2).
           05  CPRCVDA                     PIC X(1).
           05  CPRCVDO                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  CPACKDA                     PIC X(1).
           05  CPACKDO                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  CPRSLDA                     PIC X(1).
           05  CPRSLDO                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  CPOUTCA                     PIC X(1).
           05  CPOUTCO                     PIC X(1).
           05  FILLER                      PIC X(2).
           05  CPROOTA                     PIC X(1).
           05  CPROOTO                     PIC X(2).
           05  FILLER                      PIC X(2).
           05  CPSUMMA                     PIC X(1).
           05  CPSUMMO                     PIC X(60).
           05  FILLER                      PIC X(2).
           05  CPSTATA                     PIC X(1).
           05  CPSTATO                     PIC X(12).
           05  FILLER                      PIC X(2).
           05  CPBDAYA                     PIC X(1).
           05  CPBDAYO                     PIC X(3).
           05  FILLER                      PIC X(2).
           05  CPDEADA                     PIC X(1).
           05  CPDEADO                     PIC X(20).
           05  FILLER                      PIC X(2).
           05  CPOPBYA                     PIC X(1).
           05  CPOPBYO                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  CPOPDTA                     PIC X(1).
           05  CPOPDTO                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  CPUPBYA                     PIC X(1).
           05  CPUPBYO                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  CPUPDTA                     PIC X(1).
           05  CPUPDTO                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  ERRMSGA                     PIC X(1).
           05  ERRMSGO                     PIC X(79).
