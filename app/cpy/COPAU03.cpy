               10  BLKMCCL                 PIC S9(4) COMP.
               10  BLKMCCF                 PIC X(1).
               10  BLKMCCI                 PIC X(4).
           05  BLKQCL                      PIC S9(4) COMP.
           05  BLKQCF                      PIC X(1).
           05  FILLER REDEFINES BLKQCF.
               10  BLKQCA                  PIC X(1).
           05  BLKQCI                      PIC X(1).
           05  BLKGML                      PIC S9(4) COMP.
           05  BLKGMF                      PIC X(1).
           05  FILLER REDEFINES BLKGMF.
               10  BLKGMA                  PIC X(1).
           05  BLKGMI                      PIC X(1).
           05  BLKHRL                      PIC S9(4) COMP.
           05  BLKHRF                      PIC X(1).
           05  FILLER REDEFINES BLKHRF.
               10  BLKHRA                  PIC X(1).
           05  BLKHRI                      PIC X(1).
           05  BLKTVL                      PIC S9(4) COMP.
           05  BLKTVF                      PIC X(1).
           05  FILLER REDEFINES BLKTVF.
               10  BLKTVA                  PIC X(1).
           05  BLKTVI                      PIC X(1).
           05  UPDBYL                      PIC S9(4) COMP.
           05  UPDBYF                      PIC X(1).
           05  FILLER REDEFINES UPDBYF.
               10  BLKMCCA                 PIC X(1).
               10  BLKMCCO                 PIC X(4).
           05  FILLER                      PIC X(2).
           05  BLKQCA                      PIC X(1).
           05  BLKQCO                      PIC X(1).
           05  FILLER                      PIC X(2).
           05  BLKGMA                      PIC X(1).
           05  BLKGMO                      PIC X(1).
           05  FILLER                      PIC X(2).
           05  BLKHRA                      PIC X(1).
           05  BLKHRO                      PIC X(1).
           05  FILLER                      PIC X(2).
           05  BLKTVA                      PIC X(1).
           05  BLKTVO                      PIC X(1).
           05  FILLER                      PIC X(2).
           05  UPDBYA                      PIC X(1).
           05  UPDBYO                      PIC X(8).
           05  FILLER                      PIC X(2).
