           05  FILLER REDEFINES CMVERSF.
               10  CMVERSA                 PIC X(1).
           05  CMVERSI                     PIC X(2).
           05  CMQUOTAL                    PIC S9(4) COMP.
           05  CMQUOTAF                    PIC X(1).
           05  FILLER REDEFINES CMQUOTAF.
               10  CMQUOTAA                PIC X(1).
           05  CMQUOTAI                    PIC X(7).
           05  CMTMOUTL                    PIC S9(4) COMP.
           05  CMTMOUTF                    PIC X(1).
           05  FILLER REDEFINES CMTMOUTF.
               10  CMTMOUTA                PIC X(1).
           05  CMTMOUTI                    PIC X(5).
           05  ERRMSGL                     PIC S9(4) COMP.
           05  ERRMSGF                     PIC X(1).
           05  FILLER REDEFINES ERRMSGF.
           05  CMVERSA                     PIC X(1).
           05  CMVERSO                     PIC X(2).
           05  FILLER                      PIC X(2).
           05  CMQUOTAA                    PIC X(1).
           05  CMQUOTAO                    PIC X(7).
           05  FILLER                      PIC X(2).
           05  CMTMOUTA                    PIC X(1).
           05  CMTMOUTO                    PIC X(5).
           05  FILLER                      PIC X(2).
           05  ERRMSGA                     PIC X(1).
           05  ERRMSGO                     PIC X(79).
