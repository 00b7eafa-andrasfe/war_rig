      *----------------------------------------------------------------*
      *    CVEXPXTY  -  PENDING-EXPOSURE EXTRACT FOR THE RISK MODEL    *
      *    (EXPXTRCT). THE SAME ROW CBEXPSNP KEEPS IN PNDEXPHS, FLAT   *
      *    AND UNSIGNED-ZONED SO THE MODEL TEAM LOADS IT WITHOUT DB2.  *
      *    ONE 'D' ROW PER ACCOUNT, THEN ONE 'T' TRAILER CARRYING THE  *
      *    ROW COUNT AND TOTAL EXPOSURE.                               *
      *----------------------------------------------------------------*
       01  EXPOSURE-EXTRACT-RECORD.
           05  EXX-REC-TYPE                PIC X(01).
               88  EXX-DETAIL                       VALUE 'D'.
               88  EXX-TRAILER                      VALUE 'T'.
           05  EXX-SNAP-DATE               PIC X(08).
           05  EXX-ACCT-ID                 PIC 9(11).
           05  EXX-HOLD-CNT                PIC 9(05).
           05  EXX-EXPOSURE-AMT            PIC 9(11)V99.
           05  EXX-AGE-AMT OCCURS 5 TIMES  PIC 9(11)V99.
           05  EXX-TYPE-AMT OCCURS 4 TIMES PIC 9(11)V99.
           05  EXX-CREDIT-LIMIT            PIC 9(09)V99.
           05  EXX-UPLIFT-AMT              PIC 9(09)V99.
           05  EXX-CURR-BAL                PIC S9(09)V99
                                           SIGN LEADING SEPARATE.
           05  EXX-UTIL-PCT                PIC 9(03)V99.
           05  FILLER                      PIC X(10).
       01  EXPOSURE-EXTRACT-TRAILER REDEFINES EXPOSURE-EXTRACT-RECORD.
           05  EXXT-REC-TYPE               PIC X(01).
           05  EXXT-SNAP-DATE              PIC X(08).
           05  EXXT-ROW-COUNT              PIC 9(09).
           05  EXXT-TOT-EXPOSURE           PIC 9(13)V99.
           05  FILLER                      PIC X(171).
