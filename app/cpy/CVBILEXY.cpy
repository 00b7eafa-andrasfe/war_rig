      *----------------------------------------------------------------*
      *    CVBILEXY  -  INSTITUTION BILLING EXTRACT TO ACCOUNTS        *
      *    RECEIVABLE (BILLEXT). ONE 'D' LINE PER INSTITUTION AND      *
      *    PRICED ACTIVITY FOR THE BILLING MONTH, WRITTEN BY CBINSBIL. *
      *    A 'T' TRAILER CLOSES THE FILE WITH THE LINE COUNT, THE      *
      *    INVOICED AMOUNT AND THE EVENTS COUNTED FROM THE SOURCES -   *
      *    THE CONTROL TOTAL AR BALANCES THE LINES BACK TO.            *
      *----------------------------------------------------------------*
       01  BILLING-EXTRACT-RECORD.
           05  BLX-REC-TYPE                PIC X(01).
               88  BLX-DETAIL                       VALUE 'D'.
               88  BLX-TRAILER                      VALUE 'T'.
           05  BLX-INST-ID                 PIC X(03).
           05  BLX-BILL-MONTH              PIC X(06).
           05  BLX-ACTIVITY                PIC X(02).
           05  BLX-EVENT-CNT               PIC 9(09).
           05  BLX-FREE-UNITS              PIC 9(07).
           05  BLX-BILLED-UNITS            PIC 9(09).
           05  BLX-UNIT-PRICE              PIC 9(03)V9(04).
           05  BLX-CHARGE-AMT              PIC 9(09)V99.
           05  BLX-CURRENCY-CODE           PIC X(03).
           05  BLX-RUN-DATE                PIC X(08).
           05  FILLER                      PIC X(14).
       01  BILLING-EXTRACT-TRAILER REDEFINES BILLING-EXTRACT-RECORD.
           05  BLXT-REC-TYPE               PIC X(01).
           05  BLXT-BILL-MONTH             PIC X(06).
           05  BLXT-LINE-COUNT             PIC 9(09).
           05  BLXT-TOTAL-AMT              PIC 9(11)V99.
           05  BLXT-EVENT-CNT              PIC 9(11).
           05  BLXT-RUN-DATE               PIC X(08).
           05  FILLER                      PIC X(32).
