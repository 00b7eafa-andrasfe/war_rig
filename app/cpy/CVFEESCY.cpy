      *----------------------------------------------------------------*
      *    CVFEESCY  -  CARDHOLDER FEE SCHEDULE RECORD (FEESCHED)      *
      *    ONE ROW PER FEE TYPE AND CARD PRODUCT TYPE, MAINTAINED BY   *
      *    CARD PRODUCTS. CBFEEASM LOADS THE FILE AT START AND TAKES   *
      *    THE ROW FOR THE AUTH'S CARD TYPE (CSBINPRY), FALLING BACK   *
      *    TO THE '**' ROW FOR THE FEE TYPE. NO ROW = NO FEE. THE FEE  *
      *    IS THE PERCENT OF THE BASE, RAISED TO THE MINIMUM AND HELD  *
      *    TO THE MAXIMUM (ZERO MAXIMUM = NO CAP).                     *
      *----------------------------------------------------------------*
       01  FEE-SCHEDULE-RECORD.
           05  FEES-FEE-TYPE               PIC X(02).
               88  FEES-FOREIGN-TXN                 VALUE 'FX'.
               88  FEES-CASH-ADVANCE                VALUE 'CA'.
               88  FEES-OVER-LIMIT                  VALUE 'OL'.
      *    SAME CODES AS BINP-CARD-TYPE; '**' = ANY PRODUCT.
           05  FEES-CARD-TYPE              PIC X(02).
           05  FEES-PERCENT                PIC 9(02)V9(03).
           05  FEES-MIN-AMT                PIC 9(05)V99.
           05  FEES-MAX-AMT                PIC 9(05)V99.
           05  FEES-DESCRIPTION            PIC X(30).
           05  FILLER                      PIC X(27).
